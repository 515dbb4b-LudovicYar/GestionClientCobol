001000*                  MVTSREJ) EST AFFICHE, SA LIGNE CORRIGEE A
001010*                  L'ECRAN ET MARQUE CORRIGE POUR LA
001020*                  RESOUMISSION PAR LE BATCH RECREJ.
001021* 02/09/2026 JLY   NOUVEL ETAT DORMANT ('D') SUR LES PRODUITS :
001022*                  POSE PAR LE BATCH ANNUEL DETDORM, LES SOLDES
001023*                  DORMANTS RESTENT COMPTES DANS LES LISTES ET
001024*                  LE RAPPORT DE PORTEFEUILLE.
001025* 15/10/2026 JLY   NOUVELLE OPTION GERER LES DECOUVERTS AU MENU
001026*                  DES PRODUITS : ACCORD (PLAFOND, DATES DE DEBUT
001027*                  ET DE FIN) ET REVOCATION D'UNE AUTORISATION DE
001028*                  DECOUVERT SUR UN PRODUIT (FICHIER INDEXE
001029*                  AUTDEC, LU PAR POSTMVT). LE SOLDE DES PRODUITS
001030*                  (CT-SOMME) ET LES CUMULS DES LISTES ET DU
001031*                  RAPPORT DE PORTEFEUILLE SONT DESORMAIS SIGNES.
001032* 15/10/2026 JLY   DEPOTS A TERME : LE CATALOGUE PRODCAT PORTE
001033*                  UN INDICATEUR A TERME ET UNE DUREE EN MOIS.
001034*                  L'AJOUT D'UN DEPOT A TERME CALCULE SA DATE
001035*                  D'ECHEANCE ET SAISIT LE PRODUIT DU CLIENT QUI
001036*                  RECEVRA LE VERSEMENT (NOUVELLES ZONES DU
001037*                  FICHIER CONTRATS). UN DEPOT A TERME NE PEUT
001038*                  ETRE LE PRODUIT DE CREATION DU CLIENT.
001039* 15/10/2026 JLY   NOUVELLE OPTION ALERTES CONFORMITE A L'ACCUEIL
001040*                  (TOUCHE 0) : LES ALERTES DE SURVEILLANCE DES
001041*                  MOUVEMENTS (FICHIER INDEXE ALERTES, ECRIT PAR
001042*                  SURMVT) SONT PRESENTEES PAR CLIENT, OU TOUTES
001043*                  CELLES QUI RESTENT A TRAITER, ET PASSENT EN
001044*                  EXAMEN, CLASSEES JUSTIFIEES OU DECLAREES AVEC
001045*                  UN COMMENTAIRE. CHAQUE CHANGEMENT DE STATUT EST
001046*                  TRACE DANS CLIENTLOG.
001047* 15/10/2026 JLY   NOUVELLE OPTION GERER LES TITULAIRES AU MENU
001048*                  DES PRODUITS (TOUCHE 0) : UN PRODUIT PEUT
001049*                  AVOIR D'AUTRES TITULAIRES, DES CO-TITULAIRES
001050*                  ET DES MANDATAIRES (FICHIER INDEXE TITULAIRE,
001051*                  CLE CONTRAT + CLIENT LIE), RATTACHES ET
001052*                  RETIRES A L'ECRAN AVEC TRACE DANS CLIENTLOG
001053*                  POUR LES DEUX CLIENTS. LA FICHE CLIENT AFFICHE
001054*                  SES LIENS. LA SUPPRESSION D'UN CLIENT EST
001055*                  REFUSEE TANT QU'IL RESTE LIE A UN PRODUIT NON
001056*                  CLOS D'UN AUTRE CLIENT.
001057* 15/10/2026 JLY   IDENTIFICATION DES OPERATEURS AU LANCEMENT
001058*                  (FICHIER INDEXE OPERATEURS TENU PAR GESOPE,
001059*                  MOT DE PASSE CONTROLE PAR EMPREINTE, TROIS
001060*                  ECHECS CONSECUTIFS VERROUILLENT L'OPERATEUR,
001061*                  MOT DE PASSE PROVISOIRE A CHANGER). LES MENUS
001062*                  N'AFFICHENT ET N'ACCEPTENT QUE LES OPTIONS DU
001063*                  ROLE (CONSULTATION, GUICHET, BACK-OFFICE
001064*                  REJETS, SUPERVISEUR) ; LE GUICHET NE MET A JOUR
001065*                  QUE LES CLIENTS DE SON AGENCE. L'IDENTIFIANT
001066*                  DE L'OPERATEUR EST PORTE DANS CLIENTLOG ET
001067*                  DANS LES CORRECTIONS DU MAGASIN REJETS ; LES
001068*                  ECHECS D'IDENTIFICATION Y SONT TRACES.
001070* 15/10/2026 JLY   SUPPRESSION D'UN CLIENT : LES AUTORISATIONS
001072*                  DE DECOUVERT (AUTDEC) DE SES PRODUITS SONT
001074*                  SUPPRIMEES. DECOUVERT REFUSE SUR UN DEPOT A
001076*                  TERME.
001078******************************************************************
001080 IDENTIFICATION DIVISION.
001090 PROGRAM-ID. YOUR-PROGRAM-NAME.
001100 ENVIRONMENT DIVISION.
001500     SELECT ORDRE-FILE ASSIGN TO "ORDRES"
001510         ORGANIZATION IS INDEXED
001520         ACCESS MODE IS DYNAMIC
001521         RECORD KEY IS OP-CLE
001522         FILE STATUS IS ORDRE-FILE-STATUS.
001523     SELECT DECOUVERT-FILE ASSIGN TO "AUTDEC"
001524         ORGANIZATION IS INDEXED
001525         ACCESS MODE IS DYNAMIC
001526         RECORD KEY IS DA-CLE
001527         FILE STATUS IS DECOUVERT-STATUS.
001528     SELECT ALERTE-FILE ASSIGN TO "ALERTES"
001529         ORGANIZATION IS INDEXED
001530         ACCESS MODE IS DYNAMIC
001531         RECORD KEY IS AL-CLE
001532         FILE STATUS IS ALERTE-STATUS.
001533     SELECT TITULAIRE-FILE ASSIGN TO "TITULAIRE"
001534         ORGANIZATION IS INDEXED
001535         ACCESS MODE IS DYNAMIC
001536         RECORD KEY IS TI-CLE
001537         ALTERNATE RECORD KEY IS TI-NUMCLI WITH DUPLICATES
001538         FILE STATUS IS TITULAIRE-STATUS.
001539     SELECT OPERATEUR-FILE ASSIGN TO "OPERATEUR"
001540         ORGANIZATION IS INDEXED
001541         ACCESS MODE IS DYNAMIC
001542         RECORD KEY IS OPE-ID
001543         FILE STATUS IS OPERATEUR-STATUS.
001550 DATA DIVISION.
001560 FILE SECTION.
001570 FD  CLIENT-FILE
001720         03 CT-NUMCLI PIC 9(6).
001730         03 CT-NUMPROD PIC 9(3).
001740     02 CT-INTITULE PIC x(30).
001750     02 CT-SOMME PIC S9(9)v9(2).
001760     02 CT-DATECREATION.
001770         03 CT-JOUR PIC 9(2).
001780         03 CT-MOIS PIC 9(2).
001810         88 CT-ACTIF VALUE 'A'.
001820         88 CT-CLOS VALUE 'C'.
001830         88 CT-DORMANT VALUE 'D'.
001833     02 CT-DATE-ECHEANCE PIC 9(08).
001836     02 CT-PRODUIT-VERSEMENT PIC 9(03).
001840 FD  CLIENT-LOG-FILE
001850     LABEL RECORDS ARE STANDARD.
001860 01  CLOG-ENREG.
001890     02 CLOG-OPERATION PIC x(12).
001900     02 CLOG-DATE PIC 9(08).
001910     02 CLOG-HEURE PIC 9(08).
001915     02 CLOG-OPERATEUR PIC x(08).
001920 FD  PRODCAT-FILE
001930     LABEL RECORDS ARE STANDARD.
001940 01  PRODCAT-ENREG.
001960     02 PC-LIBELLE PIC x(30).
001970     02 PC-TAUX-ANNUEL PIC 9(02)v9(03).
001980     02 PC-MINIMUM PIC 9(09)v9(02).
001982     02 PC-TERME PIC x(01).
001984         88 PC-A-TERME VALUE 'O'.
001986     02 PC-DUREE-MOIS PIC 9(03).
001990 FD  HISTO-FILE
002000     LABEL RECORDS ARE STANDARD.
002010 01  HISTO-ENREG.
002090         03 HX-NUMSEQ PIC 9(6).
002100     02 HX-SENS PIC x(01).
002110     02 HX-MONTANT PIC 9(9)v9(2).
002120     02 HX-NOUVEAU-SOLDE PIC S9(9)v9(2).
002130     02 HX-DATE-PASSATION PIC 9(08).
002140 FD  ORDRE-FILE
002150     LABEL RECORDS ARE STANDARD.
002210     02 OP-PROD-CREDIT PIC 9(3).
002220     02 OP-MONTANT PIC 9(9)v9(2).
002230     02 OP-JOUR-MOIS PIC 9(2).
002231     02 OP-DATEFIN.
002232         03 OP-FIN-ANNEE PIC 9(4).
002233         03 OP-FIN-MOIS PIC 9(2).
002234         03 OP-FIN-JOUR PIC 9(2).
002235     02 OP-ETAT PIC x(01).
002236         88 OP-ACTIF VALUE 'A'.
002237         88 OP-ANNULE VALUE 'C'.
002238 FD  DECOUVERT-FILE
002239     LABEL RECORDS ARE STANDARD.
002240 01  DECOUVERT-ENREG.
002241     02 DA-CLE.
002242         03 DA-NUMCLI PIC 9(6).
002243         03 DA-NUMPROD PIC 9(3).
002244     02 DA-PLAFOND PIC 9(9)v9(2).
002245     02 DA-DATE-DEBUT PIC 9(08).
002246     02 DA-DATE-FIN PIC 9(08).
002247     02 DA-ETAT PIC x(01).
002248         88 DA-ACTIVE VALUE 'A'.
002249         88 DA-REVOQUEE VALUE 'R'.
002250 FD  ALERTE-FILE
002251     LABEL RECORDS ARE STANDARD.
002252 01  ALERTE-ENREG.
002253     02 AL-CLE.
002254         03 AL-NUMCLI PIC 9(06).
002255         03 AL-DATE PIC 9(08).
002256         03 AL-TYPE PIC x(02).
002257         03 AL-NUMPROD PIC 9(03).
002258         03 AL-NUMSEQ PIC 9(06).
002259     02 AL-MONTANT PIC 9(11)v9(02).
002260     02 AL-NB-MVTS PIC 9(05).
002261     02 AL-SEUIL PIC 9(09).
002262     02 AL-STATUT PIC x(01).
002263         88 AL-NOUVELLE VALUE 'N'.
002264         88 AL-EN-EXAMEN VALUE 'E'.
002265         88 AL-CLASSEE VALUE 'J'.
002266         88 AL-DECLAREE VALUE 'D'.
002267     02 AL-DATE-STATUT PIC 9(08).
002268     02 AL-COMMENTAIRE PIC x(40).
002269 FD  TITULAIRE-FILE
002270     LABEL RECORDS ARE STANDARD.
002271 01  TITULAIRE-ENREG.
002272     02 TI-CLE.
002273         03 TI-CONTRAT.
002274             04 TI-NUMCLI-CONTRAT PIC 9(6).
002275             04 TI-NUMPROD PIC 9(3).
002276         03 TI-NUMCLI PIC 9(6).
002277     02 TI-ROLE PIC x(01).
002278         88 TI-TITULAIRE VALUE 'T'.
002279         88 TI-COTITULAIRE VALUE 'C'.
002280         88 TI-MANDATAIRE VALUE 'M'.
002281         88 TI-ROLE-VALIDE VALUE 'T' 'C' 'M'.
002282     02 TI-DATE-DEBUT PIC 9(08).
002283 FD  OPERATEUR-FILE
002284     LABEL RECORDS ARE STANDARD.
002285 01  OPERATEUR-ENREG.
002286     02 OPE-ID PIC x(08).
002287     02 OPE-NOM PIC x(30).
002288     02 OPE-EMPREINTE PIC 9(09).
002289     02 OPE-AGENCE PIC 9(03).
002290     02 OPE-ROLE PIC x(01).
002291         88 OPE-CONSULTATION VALUE 'C'.
002292         88 OPE-GUICHET VALUE 'G'.
002293         88 OPE-BACK-OFFICE VALUE 'B'.
002294         88 OPE-SUPERVISEUR VALUE 'S'.
002295     02 OPE-ETAT PIC x(01).
002296         88 OPE-ACTIF VALUE 'A'.
002297         88 OPE-VERROUILLE VALUE 'V'.
002298         88 OPE-DESACTIVE VALUE 'D'.
002299     02 OPE-NB-ECHECS PIC 9(01).
002300     02 OPE-DATE-CONNEXION PIC 9(08).
002301     02 OPE-MDP-A-CHANGER PIC x(01).
002310 FD  AGENCE-FILE
002320     LABEL RECORDS ARE STANDARD.
002330 01  AGENCE-ENREG.
002620     02 RX-DATE-REJET PIC 9(08).
002630     02 RX-DATE-RESOUMISSION PIC 9(08).
002640     02 RX-LIGNE PIC x(220).
002645     02 RX-OPERATEUR PIC x(08).
002650 WORKING-STORAGE SECTION.
002660 01 client.
002670     02 numcli PIC 9(6).
003320 77 ordre-prod-credit PIC 9(3).
003330 77 ordre-montant PIC 9(9)v9(2).
003340 77 ordre-jour PIC 9(2).
003341 77 jour-ordre-valide-sw PIC x(01).
003342     88 jour-ordre-valide VALUE 'O'.
003343 77 produit-ordre-valide-sw PIC x(01).
003344     88 produit-ordre-valide VALUE 'O'.
003345
003346* Autorisations de decouvert (fichier indexe AUTDEC, cle client +
003347* produit) : plafond et periode de validite accordes a l'ecran,
003348* consultes par POSTMVT pour laisser passer un debit qui rend le
003349* solde negatif. Une revocation conserve l'enregistrement (etat
003350* R, date de fin ramenee au jour de la revocation).
003351 77 DECOUVERT-STATUS PIC x(02) VALUE '00'.
003352     88 DECOUVERT-OK VALUE '00'.
003353     88 DECOUVERT-INEXISTANT VALUE '35'.
003354     88 DECOUVERT-NON-TROUVE VALUE '23'.
003355 77 decouvert-existant-sw PIC x(01) VALUE 'N'.
003356     88 decouvert-existant VALUE 'O'.
003357 77 action-decouvert PIC 9(01).
003358 77 plafond-saisi PIC 9(9)v9(2).
003359 77 date-debut-decouvert PIC 9(08).
003360 77 date-fin-decouvert PIC 9(08).
003361 77 date-du-jour PIC 9(08).
003362 01 date-saisie-aaaammjj.
003363     02 ds-annee PIC 9(04).
003364     02 ds-mois PIC 9(02).
003365     02 ds-jour PIC 9(02).
003366 01 date-saisie-num REDEFINES date-saisie-aaaammjj PIC 9(08).
003367
003368* Alertes de surveillance des mouvements (fichier indexe ALERTES,
003369* ecrit chaque nuit par SURMVT) : la conformite les parcourt par
003370* client, ou toutes celles qui restent a traiter, et les fait
003371* passer en examen, classees justifiees ou declarees.
003372 77 ALERTE-STATUS PIC x(02) VALUE '00'.
003373     88 ALERTE-OK VALUE '00'.
003374     88 ALERTE-INEXISTANT VALUE '35'.
003375 77 fin-alertes-sw PIC x(01) VALUE 'N'.
003376     88 fin-alertes VALUE 'O'.
003377 77 action-alerte PIC 9(01).
003378 77 nb-alertes-vues PIC 9(05) COMP VALUE ZERO.
003379 01 commentaire-alerte PIC x(40).
003380
003381* Liens de titularite (fichier indexe TITULAIRE, cle contrat +
003382* client lie, cle secondaire client lie) : un contrat de CT-NUMCLI
003383* peut avoir d'autres titulaires, des co-titulaires et des
003384* mandataires, rattaches et retires depuis le menu des produits.
003385 77 TITULAIRE-STATUS PIC x(02) VALUE '00'.
003386     88 TITULAIRE-OK VALUE '00'.
003387     88 TITULAIRE-INEXISTANT VALUE '35'.
003388     88 TITULAIRE-DOUBLON VALUE '22'.
003389 77 fin-titulaires-sw PIC x(01) VALUE 'N'.
003390     88 fin-titulaires VALUE 'O'.
003391 77 action-titulaire PIC 9(01).
003392 77 numcli-lie PIC 9(06).
003393 77 role-saisi PIC x(01).
003394 77 nb-liens-affiches PIC 9(03) COMP VALUE ZERO.
003395 77 nb-liens-actifs PIC 9(03) COMP VALUE ZERO.
003396
003397* Operateurs habilites (fichier indexe OPERATEURS, tenu par le
003398* batch GESOPE) : identification au lancement, trois echecs
003399* consecutifs verrouillent l'operateur. Le mot de passe n'est
003400* jamais conserve en clair : seule son empreinte, calculee avec
003401* l'identifiant, est comparee a celle du fichier.
003402 77 OPERATEUR-STATUS PIC x(02) VALUE '00'.
003403     88 OPERATEUR-OK VALUE '00'.
003404     88 OPERATEUR-INEXISTANT VALUE '35'.
003405 77 operateur-connecte PIC x(08) VALUE SPACES.
003406 77 operateur-nom PIC x(30) VALUE SPACES.
003407 77 operateur-agence PIC 9(03) VALUE ZERO.
003408 77 operateur-role PIC x(01) VALUE SPACE.
003409     88 operateur-consultation VALUE 'C'.
003410     88 operateur-guichet VALUE 'G'.
003411     88 operateur-back-office VALUE 'B'.
003412     88 operateur-superviseur VALUE 'S'.
003413 77 operateur-identifie-sw PIC x(01) VALUE 'N'.
003414     88 operateur-identifie VALUE 'O'.
003415 77 nb-tentatives PIC 9(01) VALUE ZERO.
003416 77 id-saisi PIC x(08).
003417 77 mdp-saisi PIC x(12).
003418 77 mdp-confirmation PIC x(12).
003419 77 mdp-change-sw PIC x(01).
003420     88 mdp-change VALUE 'O'.
003421 77 agence-refusee-sw PIC x(01) VALUE 'N'.
003422     88 agence-refusee VALUE 'O'.
003423
003424* Calcul de l'empreinte : identifiant et mot de passe sont lus
003425* caractere par caractere ; le rang de chaque caractere est obtenu
003426* par la redefinition d'un binaire sur deux octets.
003427 01 zone-empreinte.
003428     02 ze-id PIC x(08).
003429     02 ze-mdp PIC x(12).
003430 01 zone-empreinte-car REDEFINES zone-empreinte.
003431     02 ze-car PIC x(01) OCCURS 20 TIMES.
003432 01 conv-zone.
003433     02 conv-nombre PIC 9(04) COMP.
003434 01 conv-zone-car REDEFINES conv-zone.
003435     02 FILLER PIC x(01).
003436     02 conv-car PIC x(01).
003437 77 empreinte-calculee PIC 9(09).
003438 77 empreinte-produit PIC 9(12).
003439 77 empreinte-quotient PIC 9(12).
003440 77 idx-empreinte PIC 9(02) COMP VALUE ZERO.
003441
003442* Droits par role, touche par touche de 0 a 9 : accueil puis menu
003443* des produits (C = consultation, G = guichet, B = back-office
003444* rejets, S = superviseur). Seules les options autorisees sont
003445* affichees et acceptees.
003446 01 TABLE-DROITS-VALEURS.
003447     02 FILLER PIC x(21) VALUE 'CNNOONNOOOONNONONNNNO'.
003448     02 FILLER PIC x(21) VALUE 'GNOOOOOOOOOOOOOOOONOO'.
003449     02 FILLER PIC x(21) VALUE 'BNNOONNOOOONNONONNONO'.
003450     02 FILLER PIC x(21) VALUE 'SOOOOOOOOOOOOOOOOOOOO'.
003451 01 TABLE-DROITS REDEFINES TABLE-DROITS-VALEURS.
003452     02 DROITS-ROLE OCCURS 4 TIMES.
003453         03 DR-ROLE PIC x(01).
003454         03 DR-ACCUEIL PIC x(10).
003455         03 DR-PRODUITS PIC x(10).
003456 01 droits-accueil PIC x(10) VALUE 'NNNNNNNNNO'.
003457 01 droits-accueil-redef REDEFINES droits-accueil.
003458     02 DROIT-ACCUEIL PIC x(01) OCCURS 10 TIMES.
003459 01 droits-produits PIC x(10) VALUE 'NNNNNNNNNO'.
003460 01 droits-produits-redef REDEFINES droits-produits.
003461     02 DROIT-PRODUIT PIC x(01) OCCURS 10 TIMES.
003462 77 idx-droit PIC 9(02) COMP VALUE ZERO.
003463 77 touche-option PIC 9(01).
003464
003465* Libelles des options des menus (touches 0 a 8) et options
003466* effectivement affichees selon les droits de l'operateur.
003467 01 LIBELLES-ACCUEIL-VALEURS.
003468     02 FILLER PIC x(36)
003469         VALUE '         Alertes conformite'.
003470     02 FILLER PIC x(36)
003471         VALUE '         Creer un client'.
003472     02 FILLER PIC x(36)
003473         VALUE '         Afficher un client'.
003474     02 FILLER PIC x(36)
003475         VALUE '         Afficher un fichier'.
003476     02 FILLER PIC x(36)
003477         VALUE '         Modifier un client'.
003478     02 FILLER PIC x(36)
003479         VALUE '         Supprimer un client'.
003480     02 FILLER PIC x(36)
003481         VALUE '         Rapport portefeuille'.
003482     02 FILLER PIC x(36)
003483         VALUE '         Gerer les produits'.
003484     02 FILLER PIC x(36)
003485         VALUE '         Clients par ville'.
003486 01 LIBELLES-ACCUEIL REDEFINES LIBELLES-ACCUEIL-VALEURS.
003487     02 LIB-ACCUEIL PIC x(36) OCCURS 9 TIMES.
003488 01 LIBELLES-PRODUITS-VALEURS.
003489     02 FILLER PIC x(36)
003490         VALUE '         Gerer les titulaires'.
003491     02 FILLER PIC x(36)
003492         VALUE '         Ajouter un produit'.
003493     02 FILLER PIC x(36)
003494         VALUE '         Lister les produits'.
003495     02 FILLER PIC x(36)
003496         VALUE '         Clore un produit'.
003497     02 FILLER PIC x(36)
003498         VALUE '         Historique mouvements'.
003499     02 FILLER PIC x(36)
003500         VALUE '         Creer un ordre permanent'.
003501     02 FILLER PIC x(36)
003502         VALUE '         Annuler un ordre permanent'.
003503     02 FILLER PIC x(36)
003504         VALUE '         Gerer les rejets'.
003505     02 FILLER PIC x(36)
003506         VALUE '         Gerer les decouverts'.
003507 01 LIBELLES-PRODUITS REDEFINES LIBELLES-PRODUITS-VALEURS.
003508     02 LIB-PRODUIT PIC x(36) OCCURS 9 TIMES.
003509 01 menu-accueil-affiche.
003510     02 ma-option OCCURS 9 TIMES.
003511         03 ma-libelle PIC x(36).
003512         03 ma-touche PIC x(13).
003513 01 menu-produits-affiche.
003514     02 mp-option OCCURS 9 TIMES.
003515         03 mp-libelle PIC x(36).
003516         03 mp-touche PIC x(13).
003517
003518* Referentiel des agences (fichier AGENCES charge en table au
003519* lancement) : le code agence saisi doit y figurer. La table
003520* porte aussi les cumuls de la ventilation par agence du rapport
003521* de portefeuille. Referentiel absent ou vide : le controle est
003522* suspendu et la ventilation se limite a la ligne AUTRES.
003523 77 AGENCE-STATUS PIC x(02) VALUE '00'.
003524     88 AGENCE-OK VALUE '00'.
003525     88 AGENCE-INEXISTANT VALUE '35'.
003526 01 TABLE-AGENCES.
003527     02 AGENCE-REF OCCURS 100 TIMES.
003528         03 REF-AG-CODE PIC 9(03).
003529         03 REF-AG-NOM PIC x(30).
003530         03 REF-AG-NB-CLIENTS PIC 9(05) COMP.
003531         03 REF-AG-SOMME PIC S9(11)v9(02).
003540 77 nb-agences PIC 9(03) COMP VALUE ZERO.
003550 77 fin-agences-sw PIC x(01) VALUE 'N'.
003560     88 fin-agences VALUE 'O'.
003830 01 ligne-corrigee PIC x(220).
003840 77 idx-agence PIC 9(03) COMP VALUE ZERO.
003850 77 nb-clients-autres PIC 9(05) COMP VALUE ZERO.
003860 77 somme-autres PIC S9(11)v9(02) VALUE ZERO.
003870 01 TABLE-CATALOGUE.
003880     02 PRODUIT-CATALOGUE OCCURS 50 TIMES.
003890         03 CAT-CODE PIC x(08).
003900         03 CAT-LIBELLE PIC x(30).
003910         03 CAT-TAUX-ANNUEL PIC 9(02)v9(03).
003920         03 CAT-MINIMUM PIC 9(09)v9(02).
003923         03 CAT-TERME PIC x(01).
003926         03 CAT-DUREE-MOIS PIC 9(03).
003930 77 nb-produits-catalogue PIC 9(03) COMP VALUE ZERO.
003940 77 fin-catalogue-sw PIC x(01) VALUE 'N'.
003950     88 fin-catalogue VALUE 'O'.
004000 77 produit-trouve-sw PIC x(01).
004010     88 produit-trouve VALUE 'O'.
004020 77 idx-catalogue PIC 9(03) COMP VALUE ZERO.
004023 77 terme-autorise-sw PIC x(01) VALUE 'N'.
004026     88 terme-autorise VALUE 'O'.
004030
004040* Zones d'attribution et de designation du numero de client (cle
004050* primaire du fichier maitre ; le dernier numero attribue est
004210 77 prochain-numprod PIC 9(03).
004220 77 numprod-choisi PIC 9(03).
004230 77 nb-contrats-client PIC 9(03) COMP VALUE ZERO.
004240 77 somme-contrats-client PIC S9(11)v9(02) VALUE ZERO.
004250 77 lignes-par-page PIC 9(02) VALUE 5.
004260 77 compteur-ligne PIC 9(02) COMP VALUE ZERO.
004261 01 suite-reponse PIC x(01).
004262
004263* Zones de saisie d'un depot a terme : date d'echeance calculee
004264* (date de creation plus la duree du catalogue, le quantieme
004265* etant ramene au dernier jour du mois d'echeance si besoin) et
004266* produit du client qui recevra le versement a l'echeance.
004267 01 date-echeance-calculee.
004268     02 ech-annee PIC 9(04).
004269     02 ech-mois PIC 9(02).
004270     02 ech-jour PIC 9(02).
004271 01 date-echeance-num REDEFINES date-echeance-calculee
004272     PIC 9(08).
004273 77 produit-versement-choisi PIC 9(03).
004274 77 mois-cumules PIC 9(04).
004275 77 jour-max-echeance PIC 9(02).
004276 77 saisie-terme-sw PIC x(01).
004277     88 terme-valide VALUE 'O'.
004278     88 terme-abandonne VALUE 'A'.
004280
004290* Table des quantiemes maximum par mois, pour le controle de la
004300* date de creation du produit financier (redefinition du mois de
004490* le fichier maitre est lu dans l'ordre de la cle secondaire
004500* ville, avec rupture sur changement de ville.
004510 77 nb-clients-total PIC 9(05) COMP VALUE ZERO.
004520 77 somme-totale PIC S9(11)v9(02) VALUE ZERO.
004530 77 ville-courante PIC x(30) VALUE SPACES.
004540 77 ville-recherche PIC x(30) VALUE SPACES.
004550 77 nb-clients-ville PIC 9(05) COMP VALUE ZERO.
004560 77 somme-ville PIC S9(11)v9(02) VALUE ZERO.
004570
004580 SCREEN SECTION.
004590
004600 01 accueil.
004610    02 BLANK SCREEN.
004620    02 LINE 5 COL 1 VALUE '         Accueil          '.
004623    02 LINE 4 COL 50 PIC x(36) FROM ma-libelle(2).
004626     2 LINE 5 COL 50 PIC x(36) FROM ma-libelle(3).
004629     2 LINE 6 COL 50 PIC x(36) FROM ma-libelle(4).
004632     2 LINE 7 COL 50 PIC x(36) FROM ma-libelle(5).
004635     2 LINE 8 COL 50 PIC x(36) FROM ma-libelle(6).
004638     2 LINE 9 COL 50 PIC x(36) FROM ma-libelle(7).
004641     2 LINE 10 COL 50 PIC x(36) FROM ma-libelle(8).
004644     2 LINE 11 COL 50 PIC x(36) FROM ma-libelle(9).
004647     2 LINE 4 COL 96 PIC x(13) FROM ma-touche(2).
004650     2 LINE 5 COL 96 PIC x(13) FROM ma-touche(3).
004653     2 LINE 6 COL 96 PIC x(13) FROM ma-touche(4).
004656     2 LINE 7 COL 96 PIC x(13) FROM ma-touche(5).
004659     2 LINE 8 COL 96 PIC x(13) FROM ma-touche(6).
004662     2 LINE 9 COL 96 PIC x(13) FROM ma-touche(7).
004665     2 LINE 10 COL 96 PIC x(13) FROM ma-touche(8).
004668     2 LINE 11 COL 96 PIC x(13) FROM ma-touche(9).
004671     2 LINE 12 COL 96 VALUE 'Appuyez sur 9 pour quitter'.
004674     2 LINE 13 COL 50 PIC x(36) FROM ma-libelle(1).
004677     2 LINE 13 COL 96 PIC x(13) FROM ma-touche(1).
004680     2 LINE 15 COL 50 VALUE '         Operateur :'.
004683     2 LINE 15 COL 71 PIC x(08) FROM operateur-connecte.
004686     2 LINE 15 COL 80 PIC x(30) FROM operateur-nom.
004689
004692 1 connexion.
004695     2 BLANK SCREEN.
004698     2 LINE 5 COL 4 VALUE '         Identification operateur'.
004701     2 LINE 8 COL 4 VALUE 'Identifiant :'.
004704     2 LINE 9 COL 4 VALUE 'Mot de passe :'.
004707
004710 1 askidentifiant.
004713     2 LINE 8 COL 20 PIC x(08) TO id-saisi REQUIRED.
004716
004719 1 askmotdepasse.
004722     2 LINE 9 COL 20 PIC x(12) TO mdp-saisi SECURE REQUIRED.
004725
004728 1 changerMotDePasse.
004731     2 BLANK SCREEN.
004734     2 LINE 5 COL 4 VALUE '         Changement du mot de passe'.
004737     2 LINE 8 COL 4 VALUE 'Nouveau mot de passe :'.
004740     2 LINE 9 COL 4 VALUE 'Confirmation :'.
004743
004746 1 asknouveauMdp.
004749     2 LINE 8 COL 28 PIC x(12) TO mdp-saisi SECURE REQUIRED.
004752
004755 1 askconfirmationMdp.
004758     2 LINE 9 COL 28 PIC x(12) TO mdp-confirmation SECURE
004761         REQUIRED.
004800
004810
004820 1 askprenom.
006900 01 gererProduits.
006910     2 BLANK SCREEN.
006920     2 LINE 5 COL 4 VALUE '         Gestion des produits       '.
006928     2 LINE 4 COL 50 PIC x(36) FROM mp-libelle(2).
006936     2 LINE 5 COL 50 PIC x(36) FROM mp-libelle(3).
006944     2 LINE 6 COL 50 PIC x(36) FROM mp-libelle(4).
006952     2 LINE 7 COL 50 PIC x(36) FROM mp-libelle(5).
006960     2 LINE 8 COL 50 PIC x(36) FROM mp-libelle(6).
006968     2 LINE 9 COL 50 PIC x(36) FROM mp-libelle(7).
006976     2 LINE 10 COL 50 PIC x(36) FROM mp-libelle(8).
006984     2 LINE 11 COL 50 PIC x(36) FROM mp-libelle(9).
006992     2 LINE 4 COL 96 PIC x(13) FROM mp-touche(2).
007000     2 LINE 5 COL 96 PIC x(13) FROM mp-touche(3).
007008     2 LINE 6 COL 96 PIC x(13) FROM mp-touche(4).
007016     2 LINE 7 COL 96 PIC x(13) FROM mp-touche(5).
007024     2 LINE 8 COL 96 PIC x(13) FROM mp-touche(6).
007032     2 LINE 9 COL 96 PIC x(13) FROM mp-touche(7).
007040     2 LINE 10 COL 96 PIC x(13) FROM mp-touche(8).
007048     2 LINE 11 COL 96 PIC x(13) FROM mp-touche(9).
007056     2 LINE 12 COL 96 VALUE 'Appuyez sur 9 pour revenir'.
007064     2 LINE 13 COL 50 PIC x(36) FROM mp-libelle(1).
007072     2 LINE 13 COL 96 PIC x(13) FROM mp-touche(1).
007080
007090 1 ajouterProduit.
007100     2 BLANK SCREEN.
007130     2 LINE 15 COL 4 VALUE 'Intitule du produit financier :'.
007140     2 LINE 16 COL 4 VALUE 'Somme :'.
007150     2 LINE 17 COL 4 VALUE 'Date de creation (JJ/MM/AAAA) :'.
007151
007152 1 askProdVersement.
007153     2 LINE 19 COL 4 VALUE 'Produit de versement a l echeance :'.
007154     2 LINE 19 COL 41 PIC 9(3) TO produit-versement-choisi
007155         REQUIRED.
007160
007170 1 listerProduits.
007180     2 BLANK SCREEN.
007750     2 LINE 5 COL 4 VALUE '         Annuler un ordre permanent '.
007760     2 LINE 8 COL 4 VALUE 'Numero du client :'.
007770
007771 1 gererRejets.
007772     2 BLANK SCREEN.
007773     2 LINE 5 COL 4 VALUE '         Correction des rejets      '.
007774     2 LINE 7 COL 4 VALUE 'Origine (1=IMPCLI 2=POSTMVT) :'.
007775     2 LINE 8 COL 4 VALUE 'Numero du rejet :'.
007776
007777 1 gererDecouvert.
007778     2 BLANK SCREEN.
007779     2 LINE 5 COL 4 VALUE '         Decouvert autorise         '.
007780     2 LINE 8 COL 4 VALUE 'Numero du client :'.
007781     2 LINE 9 COL 4 VALUE 'Numero du produit :'.
007782     2 LINE 13 COL 4 VALUE 'Action (1=accorder 2=revoquer) :'.
007783
007784 1 askactionDecouvert.
007785     2 LINE 13 COL 38 VALUE ' '.
007786     2 PIC 9(1) TO action-decouvert REQUIRED.
007787
007788 1 askplafond.
007789     2 LINE 15 COL 4 VALUE 'Plafond autorise :'.
007790     2 LINE 15 COL 24 PIC 9(9)v9(2) TO plafond-saisi REQUIRED.
007791
007792 1 libelleDebutDecouvert.
007793     2 LINE 17 COL 4 VALUE 'Debut    :'.
007794
007795 1 libelleFinDecouvert.
007796     2 LINE 17 COL 4 VALUE 'Fin      :'.
007797
007798 1 gererAlertes.
007799     2 BLANK SCREEN.
007800     2 LINE 5 COL 4 VALUE '         Alertes conformite         '.
007801     2 LINE 8 COL 4 VALUE 'Numero du client :'.
007802     2 LINE 9 COL 4 VALUE
007803         '(000000 = toutes les alertes a traiter)'.
007804
007805 1 askactionAlerte.
007806     2 LINE 20 COL 4 VALUE
007807         'Action (1=examen 2=classer 3=declarer 0=suite 9=fin) :'.
007808     2 PIC 9(1) TO action-alerte REQUIRED.
007809
007810 1 askcommentaireAlerte.
007811     2 LINE 21 COL 4 VALUE 'Commentaire :'.
007812     2 LINE 21 COL 18 PIC x(40) USING commentaire-alerte.
007813
007814 1 gererTitulaires.
007815     2 BLANK SCREEN.
007816     2 LINE 5 COL 4 VALUE '         Titulaires du produit      '.
007817     2 LINE 8 COL 4 VALUE 'Numero du client :'.
007818     2 LINE 9 COL 4 VALUE 'Numero du produit :'.
007819
007820 1 askactionTitulaire.
007821     2 LINE 18 COL 4 VALUE 'Action (1=ajouter 2=retirer 9=fin) :'.
007822     2 PIC 9(1) TO action-titulaire REQUIRED.
007823
007824 1 asknumcliLie.
007825     2 LINE 19 COL 4 VALUE 'Numero du client lie :'.
007826     2 LINE 19 COL 28 PIC 9(6) TO numcli-lie REQUIRED.
007827
007828 1 askroleTitulaire.
007829     2 LINE 20 COL 4 VALUE
007830         'Role (T=titulaire C=co-titulaire M=mandataire) :'.
007831     2 PIC x(01) TO role-saisi REQUIRED.
007832
007840 1 askorigine.
007850     2 LINE 7 COL 36 VALUE ' '.
007860     2 PIC 9(1) TO origine-choisie REQUIRED.
008290*    Boucle principale : affiche l'accueil, lit le choix de
008300*    l'utilisateur et aiguille vers le traitement demande, puis
008310*    revient a l'accueil jusqu'a la demande de sortie (choix 9).
008313*    L'operateur doit d'abord s'identifier : sans identification
008316*    reussie, le programme s'arrete sans afficher l'accueil.
008320******************************************************************
008330 0000-MAINLINE.
008340     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
008345     PERFORM 1500-IDENTIFIER-OPERATEUR THRU 1500-EXIT.
008350     PERFORM 2000-MENU-ACCUEIL THRU 2000-EXIT
008360         UNTIL fin-programme.
008370     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
008640     IF ORDRE-FILE-INEXISTANT
008650         OPEN OUTPUT ORDRE-FILE
008660         CLOSE ORDRE-FILE
008661         OPEN I-O ORDRE-FILE
008662     END-IF.
008663     OPEN I-O DECOUVERT-FILE.
008664     IF DECOUVERT-INEXISTANT
008665         OPEN OUTPUT DECOUVERT-FILE
008666         CLOSE DECOUVERT-FILE
008667         OPEN I-O DECOUVERT-FILE
008668     END-IF.
008669     OPEN I-O TITULAIRE-FILE.
008670     IF TITULAIRE-INEXISTANT
008671         OPEN OUTPUT TITULAIRE-FILE
008672         CLOSE TITULAIRE-FILE
008673         OPEN I-O TITULAIRE-FILE
008680     END-IF.
008690     PERFORM 1050-DETERMINER-DERNIER-NUMCLI THRU 1050-EXIT.
008700     PERFORM 1070-CHARGER-CATALOGUE THRU 1070-EXIT.
009500     MOVE PC-TAUX-ANNUEL TO
009510         CAT-TAUX-ANNUEL(nb-produits-catalogue).
009520     MOVE PC-MINIMUM TO CAT-MINIMUM(nb-produits-catalogue).
009523     MOVE PC-TERME TO CAT-TERME(nb-produits-catalogue).
009526     MOVE PC-DUREE-MOIS TO CAT-DUREE-MOIS(nb-produits-catalogue).
009530 1080-EXIT.
009540     EXIT.
009550
010050******************************************************************
010060* 1090-POSER-SESSION
010070*    Pose le drapeau de session en ligne (fichier SESSION, etat
010071*    O) : les batchs de la chaine nocturne refusent de demarrer
010072*    tant qu'il n'est pas retire par la terminaison (ou par
010073*    FENBAT LIBERER apres un incident).
010074******************************************************************
010075 1090-POSER-SESSION.
010076     OPEN OUTPUT SESSION-FILE.
010077     IF NOT SESSION-OK
010078         DISPLAY "            DRAPEAU DE SESSION INACCESSIBLE - "
010079             "CODE " SESSION-STATUS
010080         GO TO 1090-EXIT
010081     END-IF.
010082     MOVE 'O' TO SES-ETAT.
010083     ACCEPT SES-DATE FROM DATE YYYYMMDD.
010084     ACCEPT SES-HEURE FROM TIME.
010085     WRITE SES-ENREG.
010086     IF NOT SESSION-OK
010087         DISPLAY "            ERREUR ECRITURE SESSION - CODE "
010088             SESSION-STATUS
010089     END-IF.
010090     CLOSE SESSION-FILE.
010091 1090-EXIT.
010092     EXIT.
010093
010094******************************************************************
010095* 1500-IDENTIFIER-OPERATEUR
010096*    Identifie l'operateur (fichier OPERATEURS) en trois essais au
010097*    plus ; sans identification reussie, le programme s'arrete.
010098*    Un mot de passe provisoire (pose par GESOPE) doit etre change
010099*    avant l'accueil. Les menus sont ensuite prepares selon le
010100*    role de l'operateur.
010101******************************************************************
010102 1500-IDENTIFIER-OPERATEUR.
010103     MOVE 'N' TO operateur-identifie-sw.
010104     MOVE ZERO TO nb-tentatives.
010105     OPEN I-O OPERATEUR-FILE.
010106     IF NOT OPERATEUR-OK
010107         DISPLAY "            FICHIER DES OPERATEURS INACCESSIBLE"
010108             " - CODE " OPERATEUR-STATUS " - ACCES REFUSE."
010109         SET fin-programme TO TRUE
010110         GO TO 1500-EXIT
010111     END-IF.
010112     PERFORM 1510-SAISIR-CONNEXION THRU 1510-EXIT
010113         UNTIL operateur-identifie OR nb-tentatives >= 3.
010114     IF NOT operateur-identifie
010115         DISPLAY "            TROIS ECHECS D'IDENTIFICATION - FIN"
010116             " DU PROGRAMME."
010117         CLOSE OPERATEUR-FILE
010118         SET fin-programme TO TRUE
010119         GO TO 1500-EXIT
010120     END-IF.
010121     IF OPE-MDP-A-CHANGER = 'O'
010122         MOVE 'N' TO mdp-change-sw
010123         PERFORM 1560-CHANGER-MOT-DE-PASSE THRU 1560-EXIT
010124             UNTIL mdp-change
010125     END-IF.
010126     CLOSE OPERATEUR-FILE.
010127     PERFORM 1580-PREPARER-MENUS THRU 1580-EXIT.
010128 1500-EXIT.
010129     EXIT.
010130
010131******************************************************************
010132* 1510-SAISIR-CONNEXION
010133*    Saisit l'identifiant et le mot de passe et les controle. Un
010134*    echec est trace dans CLIENTLOG (ECHEC-CONNEX) ; au troisieme
010135*    echec consecutif d'un operateur connu, il est verrouille
010136*    (VERROUILLAGE) jusqu'au deverrouillage par GESOPE.
010137******************************************************************
010138 1510-SAISIR-CONNEXION.
010139     ADD 1 TO nb-tentatives.
010140     MOVE SPACES TO id-saisi mdp-saisi.
010141     DISPLAY connexion.
010142     ACCEPT askidentifiant.
010143     ACCEPT askmotdepasse.
010144     MOVE id-saisi TO operateur-connecte.
010145     MOVE id-saisi TO OPE-ID.
010146     READ OPERATEUR-FILE
010147         INVALID KEY
010148             MOVE SPACES TO CLOG-NOM
010149             PERFORM 1590-TRACER-ECHEC THRU 1590-EXIT
010150             DISPLAY "            IDENTIFIANT OU MOT DE PASSE"
010151                 " INCORRECT."
010152             GO TO 1510-EXIT
010153     END-READ.
010154     IF OPE-VERROUILLE
010155         MOVE OPE-NOM TO CLOG-NOM
010156         PERFORM 1590-TRACER-ECHEC THRU 1590-EXIT
010157         DISPLAY "            OPERATEUR VERROUILLE - S'ADRESSER"
010158             " AU SUPERVISEUR."
010159         GO TO 1510-EXIT
010160     END-IF.
010161     IF NOT OPE-ACTIF
010162         MOVE OPE-NOM TO CLOG-NOM
010163         PERFORM 1590-TRACER-ECHEC THRU 1590-EXIT
010164         DISPLAY "            IDENTIFIANT OU MOT DE PASSE"
010165             " INCORRECT."
010166         GO TO 1510-EXIT
010167     END-IF.
010168     MOVE id-saisi TO ze-id.
010169     MOVE mdp-saisi TO ze-mdp.
010170     PERFORM 1550-CALCULER-EMPREINTE THRU 1550-EXIT.
010171     IF empreinte-calculee NOT = OPE-EMPREINTE
010172         ADD 1 TO OPE-NB-ECHECS
010173         MOVE OPE-NOM TO CLOG-NOM
010174         PERFORM 1590-TRACER-ECHEC THRU 1590-EXIT
010175         IF OPE-NB-ECHECS >= 3
010176             MOVE 'V' TO OPE-ETAT
010177             MOVE OPE-NOM TO CLOG-NOM
010178             MOVE ZERO TO CLOG-NUMCLI
010179             MOVE "VERROUILLAGE" TO log-operation
010180             PERFORM 9110-ECRIRE-LOG THRU 9110-EXIT
010181             DISPLAY "            TROISIEME ECHEC - OPERATEUR"
010182                 " VERROUILLE."
010183         ELSE
010184             DISPLAY "            IDENTIFIANT OU MOT DE PASSE"
010185                 " INCORRECT."
010186         END-IF
010187         REWRITE OPERATEUR-ENREG
010188         IF NOT OPERATEUR-OK
010189             DISPLAY "            ERREUR MISE A JOUR OPERATEUR - "
010190                 "CODE " OPERATEUR-STATUS
010191         END-IF
010192         GO TO 1510-EXIT
010193     END-IF.
010194     MOVE ZERO TO OPE-NB-ECHECS.
010195     ACCEPT OPE-DATE-CONNEXION FROM DATE YYYYMMDD.
010196     REWRITE OPERATEUR-ENREG.
010197     IF NOT OPERATEUR-OK
010198         DISPLAY "            ERREUR MISE A JOUR OPERATEUR - "
010199             "CODE " OPERATEUR-STATUS
010200     END-IF.
010201     MOVE OPE-NOM TO operateur-nom.
010202     MOVE OPE-AGENCE TO operateur-agence.
010203     MOVE OPE-ROLE TO operateur-role.
010204     SET operateur-identifie TO TRUE.
010205     MOVE OPE-NOM TO CLOG-NOM.
010206     MOVE ZERO TO CLOG-NUMCLI.
010207     MOVE "CONNEXION" TO log-operation.
010208     PERFORM 9110-ECRIRE-LOG THRU 9110-EXIT.
010209 1510-EXIT.
010210     EXIT.
010211
010212******************************************************************
010213* 1550-CALCULER-EMPREINTE
010214*    Calcule l'empreinte de l'identifiant et du mot de passe
010215*    (zone-empreinte) : chaque caractere est ajoute a l'empreinte
010216*    multipliee par 31, modulo le nombre premier 999999937. Meme
010217*    calcul que le batch GESOPE qui pose les mots de passe.
010218******************************************************************
010219 1550-CALCULER-EMPREINTE.
010220     MOVE ZERO TO empreinte-calculee.
010221     MOVE ZERO TO idx-empreinte.
010222     PERFORM 1555-AJOUTER-CARACTERE THRU 1555-EXIT
010223         UNTIL idx-empreinte >= 20.
010224 1550-EXIT.
010225     EXIT.
010226
010227 1555-AJOUTER-CARACTERE.
010228     ADD 1 TO idx-empreinte.
010229     MOVE ZERO TO conv-nombre.
010230     MOVE ze-car(idx-empreinte) TO conv-car.
010231     COMPUTE empreinte-produit = empreinte-calculee * 31
010232         + conv-nombre + idx-empreinte.
010233     DIVIDE empreinte-produit BY 999999937
010234         GIVING empreinte-quotient REMAINDER empreinte-calculee.
010235 1555-EXIT.
010236     EXIT.
010237
010238******************************************************************
010239* 1560-CHANGER-MOT-DE-PASSE
010240*    Fait saisir deux fois le nouveau mot de passe de l'operateur
010241*    identifie ; il doit differer du mot de passe provisoire. Le
010242*    mot de passe est recommence tant que la saisie est refusee.
010243******************************************************************
010244 1560-CHANGER-MOT-DE-PASSE.
010245     MOVE SPACES TO mdp-saisi mdp-confirmation.
010246     DISPLAY changerMotDePasse.
010247     ACCEPT asknouveauMdp.
010248     ACCEPT askconfirmationMdp.
010249     IF mdp-saisi NOT = mdp-confirmation
010250         DISPLAY "            LES DEUX SAISIES DIFFERENT."
010251         DISPLAY askSuite
010252         ACCEPT askSuite
010253         GO TO 1560-EXIT
010254     END-IF.
010255     MOVE OPE-ID TO ze-id.
010256     MOVE mdp-saisi TO ze-mdp.
010257     PERFORM 1550-CALCULER-EMPREINTE THRU 1550-EXIT.
010258     IF empreinte-calculee = OPE-EMPREINTE
010259         DISPLAY "            LE NOUVEAU MOT DE PASSE DOIT"
010260             " DIFFERER DU MOT DE PASSE PROVISOIRE."
010261         DISPLAY askSuite
010262         ACCEPT askSuite
010263         GO TO 1560-EXIT
010264     END-IF.
010265     MOVE empreinte-calculee TO OPE-EMPREINTE.
010266     MOVE 'N' TO OPE-MDP-A-CHANGER.
010267     REWRITE OPERATEUR-ENREG.
010268     IF NOT OPERATEUR-OK
010269         DISPLAY "            ERREUR MISE A JOUR OPERATEUR - "
010270             "CODE " OPERATEUR-STATUS
010271         GO TO 1560-EXIT
010272     END-IF.
010273     SET mdp-change TO TRUE.
010274     MOVE OPE-NOM TO CLOG-NOM.
010275     MOVE ZERO TO CLOG-NUMCLI.
010276     MOVE "CHANGE-MDP" TO log-operation.
010277     PERFORM 9110-ECRIRE-LOG THRU 9110-EXIT.
010278 1560-EXIT.
010279     EXIT.
010280
010281******************************************************************
010282* 1580-PREPARER-MENUS
010283*    Retient les droits du role de l'operateur (table des droits)
010284*    et prepare les options affichees a l'accueil et au menu des
010285*    produits : une option non autorisee n'est pas affichee. Un
010286*    role inconnu ne garde que la sortie.
010287******************************************************************
010288 1580-PREPARER-MENUS.
010289     MOVE ZERO TO idx-droit.
010290     PERFORM 1582-RECHERCHER-ROLE THRU 1582-EXIT
010291         UNTIL idx-droit >= 4.
010292     MOVE ZERO TO idx-droit.
010293     PERFORM 1585-PREPARER-OPTION THRU 1585-EXIT
010294         UNTIL idx-droit >= 9.
010295 1580-EXIT.
010296     EXIT.
010297
010298 1582-RECHERCHER-ROLE.
010299     ADD 1 TO idx-droit.
010300     IF DR-ROLE(idx-droit) = operateur-role
010301         MOVE DR-ACCUEIL(idx-droit) TO droits-accueil
010302         MOVE DR-PRODUITS(idx-droit) TO droits-produits
010303     END-IF.
010304 1582-EXIT.
010305     EXIT.
010306
010307 1585-PREPARER-OPTION.
010308     ADD 1 TO idx-droit.
010309     COMPUTE touche-option = idx-droit - 1.
010310     MOVE SPACES TO ma-option(idx-droit) mp-option(idx-droit).
010311     IF DROIT-ACCUEIL(idx-droit) = 'O'
010312         MOVE LIB-ACCUEIL(idx-droit) TO ma-libelle(idx-droit)
010313         STRING "Appuyez sur " DELIMITED BY SIZE
010314             touche-option DELIMITED BY SIZE
010315             INTO ma-touche(idx-droit)
010316         END-STRING
010317     END-IF.
010318     IF DROIT-PRODUIT(idx-droit) = 'O'
010319         MOVE LIB-PRODUIT(idx-droit) TO mp-libelle(idx-droit)
010320         STRING "Appuyez sur " DELIMITED BY SIZE
010321             touche-option DELIMITED BY SIZE
010322             INTO mp-touche(idx-droit)
010323         END-STRING
010324     END-IF.
010325 1585-EXIT.
010326     EXIT.
010327
010328******************************************************************
010329* 1590-TRACER-ECHEC
010330*    Trace un echec d'identification dans CLIENTLOG (operation
010331*    ECHEC-CONNEX, identifiant saisi en zone operateur) pour le
010332*    rapport d'activite RPTLOG.
010333******************************************************************
010334 1590-TRACER-ECHEC.
010335     MOVE ZERO TO CLOG-NUMCLI.
010336     MOVE "ECHEC-CONNEX" TO log-operation.
010337     PERFORM 9110-ECRIRE-LOG THRU 9110-EXIT.
010338 1590-EXIT.
010339     EXIT.
010340
010341******************************************************************
010342* 2000-MENU-ACCUEIL
010343*    Affiche l'ecran accueil, lit screenT et aiguille vers le
010344*    traitement correspondant. Une option que le role de
010345*    l'operateur n'autorise pas est refusee.
010350******************************************************************
010360 2000-MENU-ACCUEIL.
010370     DISPLAY accueil.
010380     ACCEPT ask.
010381     IF screenT NOT NUMERIC
010382         GO TO 2000-EXIT
010383     END-IF.
010384     IF DROIT-ACCUEIL(screenT + 1) NOT = 'O'
010385         PERFORM 2250-REFUSER-OPTION THRU 2250-EXIT
010386         GO TO 2000-EXIT
010387     END-IF.
010390     EVALUATE screenT
010400         WHEN 1
010410             PERFORM 2100-CONTROLER-FENETRE THRU 2100-EXIT
010730             END-IF
010740         WHEN 8
010750             PERFORM 5500-AFFICHER-VILLE THRU 5500-EXIT
010751         WHEN 0
010752             PERFORM 2100-CONTROLER-FENETRE THRU 2100-EXIT
010753             IF fenetre-ouverte
010754                 PERFORM 2150-REFUSER-MISE-A-JOUR THRU 2150-EXIT
010755             ELSE
010756                 PERFORM 7900-GERER-ALERTES THRU 7900-EXIT
010757             END-IF
010760         WHEN 9
010770             SET fin-programme TO TRUE
010780         WHEN OTHER
011240     DISPLAY askSuite.
011250     ACCEPT askSuite.
011260 2150-EXIT.
011261     EXIT.
011262
011263******************************************************************
011264* 2200-CONTROLER-AGENCE
011265*    Un operateur de guichet ne met a jour que les clients de sa
011266*    propre agence : agence-refusee est positionne si l'agence du
011267*    client courant (zone agence) n'est pas la sienne.
011268******************************************************************
011269 2200-CONTROLER-AGENCE.
011270     MOVE 'N' TO agence-refusee-sw.
011271     IF operateur-guichet AND agence NOT = operateur-agence
011272         DISPLAY "            CLIENT DE L'AGENCE " agence
011273             " - MISE A JOUR RESERVEE A L'AGENCE "
011274             operateur-agence "."
011275         DISPLAY askSuite
011276         ACCEPT askSuite
011277         SET agence-refusee TO TRUE
011278     END-IF.
011279 2200-EXIT.
011280     EXIT.
011281
011282******************************************************************
011283* 2250-REFUSER-OPTION
011284*    Signale a l'operateur que l'option choisie n'est pas ouverte
011285*    a son role.
011286******************************************************************
011287 2250-REFUSER-OPTION.
011288     DISPLAY "            OPTION NON AUTORISEE POUR VOTRE"
011289         " PROFIL.".
011290     DISPLAY askSuite.
011291     ACCEPT askSuite.
011292 2250-EXIT.
011293     EXIT.
011294
011295******************************************************************
011300* 3000-CREER-CLIENT
011310*    Saisit un nouveau client a l'ecran.
011320******************************************************************
011400     PERFORM 3100-SAISIR-CP THRU 3100-EXIT.
011410     ACCEPT askville.
011420     PERFORM 3400-SAISIR-AGENCE THRU 3400-EXIT.
011421     PERFORM 2200-CONTROLER-AGENCE THRU 2200-EXIT.
011422     IF agence-refusee
011423         GO TO 3000-EXIT
011424     END-IF.
011425     MOVE 'N' TO terme-autorise-sw.
011430     PERFORM 3300-SAISIR-PRODUIT THRU 3300-EXIT.
011440     PERFORM 3200-SAISIR-DATE THRU 3200-EXIT.
011445     MOVE ZERO TO date-echeance-num produit-versement-choisi.
011450     ADD 1 TO dernier-numcli.
011460     MOVE dernier-numcli TO numcli.
011470     WRITE CLIENT-ENREG FROM client.
012440*    recommence tant que l'intitule n'est pas un libelle du
012450*    catalogue ou que la somme n'atteint pas le minimum
012460*    d'ouverture du produit. Catalogue non charge : la saisie est
012465*    acceptee sans controle. Un depot a terme n'est accepte qu'a
012470*    l'ajout d'un produit (terme-autorise), le client devant
012475*    deja detenir le produit qui recevra le versement.
012480******************************************************************
012490 3300-SAISIR-PRODUIT.
012500     MOVE 'N' TO produit-valide-sw.
012640     IF NOT produit-trouve
012650         DISPLAY "            PRODUIT INCONNU DU CATALOGUE - "
012660             "RESAISIR."
012661         GO TO 3310-EXIT
012662     END-IF.
012663     IF CAT-TERME(idx-catalogue) = 'O' AND NOT terme-autorise
012664         DISPLAY "            DEPOT A TERME : A OUVRIR PAR "
012665             "L'AJOUT D'UN PRODUIT - RESAISIR."
012670         GO TO 3310-EXIT
012680     END-IF.
012690     IF somme < CAT-MINIMUM(idx-catalogue)
014050******************************************************************
014060* 4200-AFFICHER-FICHE
014070*    Affiche la fiche complete du client designe par son numero
014074*    (etat civil, adresse et produits financiers), puis ses liens
014078*    de titularite : les autres titulaires, co-titulaires et
014082*    mandataires de ses produits, et les produits d'autres
014086*    clients dont il est lui-meme titulaire ou mandataire.
014090******************************************************************
014100 4200-AFFICHER-FICHE.
014110     MOVE numcli-choisi TO CF-NUMCLI.
014170     END-READ.
014180     DISPLAY "            " numcli " " prenom nom adresse.
014190     PERFORM 8400-LISTER-CONTRATS THRU 8400-EXIT.
014195     PERFORM 8450-LISTER-LIENS THRU 8450-EXIT.
014200 4200-EXIT.
014210     EXIT.
014220
015730                 numcli-choisi
015740             GO TO 6000-EXIT
015750     END-READ.
015752     PERFORM 2200-CONTROLER-AGENCE THRU 2200-EXIT.
015754     IF agence-refusee
015756         GO TO 6000-EXIT
015758     END-IF.
015760     DISPLAY modifierClient.
015770     ACCEPT askprenom.
015780     ACCEPT askrue.
015790     PERFORM 3100-SAISIR-CP THRU 3100-EXIT.
015800     ACCEPT askville.
015810     PERFORM 3400-SAISIR-AGENCE THRU 3400-EXIT.
015812     PERFORM 2200-CONTROLER-AGENCE THRU 2200-EXIT.
015814     IF agence-refusee
015816         GO TO 6000-EXIT
015818     END-IF.
015820     REWRITE CLIENT-ENREG FROM client.
015830     IF CLIENT-FILE-OK
015840         DISPLAY "            CLIENT MODIFIE : " nom
015940******************************************************************
015950* 7000-SUPPRIMER-CLIENT
015960*    Recherche un client par son numero et supprime son
015962*    enregistrement du fichier maitre. La suppression est refusee
015964*    tant que le client est encore titulaire, co-titulaire ou
015966*    mandataire d'un produit non clos d'un autre client : le lien
015968*    doit d'abord etre retire par le menu des produits. Les liens
015970*    restants (produits clos, produits du client) sont supprimes
015972*    avec lui.
015980******************************************************************
015990 7000-SUPPRIMER-CLIENT.
016000     DISPLAY supprimerClient.
016050             DISPLAY "            CLIENT INTROUVABLE : "
016060                 numcli-choisi
016070             GO TO 7000-EXIT
016071     END-READ.
016072     PERFORM 2200-CONTROLER-AGENCE THRU 2200-EXIT.
016073     IF agence-refusee
016074         GO TO 7000-EXIT
016075     END-IF.
016076     PERFORM 7050-COMPTER-LIENS-ACTIFS THRU 7050-EXIT.
016077     IF nb-liens-actifs > ZERO
016078         DISPLAY "            CLIENT LIE A " nb-liens-actifs
016079             " PRODUIT(S) NON CLOS D'AUTRES CLIENTS - RETIRER LES"
016080             " LIENS AVANT SUPPRESSION."
016081         DISPLAY askSuite
016082         ACCEPT askSuite
016083         GO TO 7000-EXIT
016084     END-IF.
016090     DELETE CLIENT-FILE
016100         INVALID KEY
016110             DISPLAY "            CLIENT INTROUVABLE : "
016140     END-DELETE.
016150     IF CLIENT-FILE-OK
016160         PERFORM 7100-SUPPRIMER-CONTRATS THRU 7100-EXIT
016165         PERFORM 7150-SUPPRIMER-LIENS THRU 7150-EXIT
016170         DISPLAY "            CLIENT SUPPRIME : " nom
016180         MOVE "SUPPRESSION" TO log-operation
016190         PERFORM 9100-ENREGISTRER-LOG THRU 9100-EXIT
016200     ELSE
016201         DISPLAY "            ERREUR SUPPRESSION - CODE "
016202             CLIENT-FILE-STATUS
016203     END-IF.
016204 7000-EXIT.
016205     EXIT.
016206
016207******************************************************************
016208* 7050-COMPTER-LIENS-ACTIFS
016209*    Compte les liens du client courant (cle secondaire client
016210*    lie) vers des produits d'autres clients qui ne sont pas
016211*    clos. Un lien vers un produit disparu ne bloque pas.
016212******************************************************************
016213 7050-COMPTER-LIENS-ACTIFS.
016214     MOVE ZERO TO nb-liens-actifs.
016215     MOVE 'N' TO fin-titulaires-sw.
016216     MOVE numcli TO TI-NUMCLI.
016217     START TITULAIRE-FILE KEY IS EQUAL TO TI-NUMCLI
016218         INVALID KEY
016219             SET fin-titulaires TO TRUE
016220     END-START.
016221     PERFORM 7060-EXAMINER-LIEN THRU 7060-EXIT
016222         UNTIL fin-titulaires.
016223 7050-EXIT.
016224     EXIT.
016225
016226 7060-EXAMINER-LIEN.
016227     READ TITULAIRE-FILE NEXT RECORD
016228         AT END
016229             SET fin-titulaires TO TRUE
016230             GO TO 7060-EXIT
016231     END-READ.
016232     IF TI-NUMCLI NOT = numcli
016233         SET fin-titulaires TO TRUE
016234         GO TO 7060-EXIT
016235     END-IF.
016236     MOVE TI-NUMCLI-CONTRAT TO CT-NUMCLI.
016237     MOVE TI-NUMPROD TO CT-NUMPROD.
016238     READ CONTRAT-FILE
016239         INVALID KEY
016240             GO TO 7060-EXIT
016241     END-READ.
016242     IF NOT CT-CLOS
016243         DISPLAY "            " TI-ROLE " DU PRODUIT "
016244             TI-NUMCLI-CONTRAT " " TI-NUMPROD " " CT-INTITULE
016245         ADD 1 TO nb-liens-actifs
016246     END-IF.
016247 7060-EXIT.
016250     EXIT.
016260
016270******************************************************************
016280* 7100-SUPPRIMER-CONTRATS
016290*    Supprime tous les produits du client courant dans le fichier
016295*    CONTRATS, lors de la suppression du client, ainsi que les
016300*    autorisations de decouvert attachees (fichier AUTDEC), pour
016305*    qu'un numero de client reattribue n'en herite pas.
016310******************************************************************
016320 7100-SUPPRIMER-CONTRATS.
016330     MOVE 'N' TO fin-contrats-sw.
016570     IF NOT CONTRAT-FILE-OK
016580         DISPLAY "            ERREUR SUPPRESSION PRODUIT - CODE "
016590             CONTRAT-FILE-STATUS
016591         SET fin-contrats TO TRUE
016592         GO TO 7110-EXIT
016594     END-IF.
016595     MOVE CT-NUMCLI TO DA-NUMCLI.
016596     MOVE CT-NUMPROD TO DA-NUMPROD.
016598     READ DECOUVERT-FILE
016599         INVALID KEY
016600             GO TO 7110-EXIT
016602     END-READ.
016603     DELETE DECOUVERT-FILE.
016604     IF NOT DECOUVERT-OK AND NOT DECOUVERT-NON-TROUVE
016606         DISPLAY "            ERREUR SUPPRESSION DECOUVERT"
016607             " - CODE "
016608             DECOUVERT-STATUS
016610     END-IF.
016611 7110-EXIT.
016612     EXIT.
016613
016614******************************************************************
016615* 7150-SUPPRIMER-LIENS
016616*    Supprime, lors de la suppression du client, les liens de
016617*    titularite poses sur ses produits, puis ceux qui le
016618*    rattachent encore a des produits clos d'autres clients.
016619******************************************************************
016620 7150-SUPPRIMER-LIENS.
016621     MOVE 'N' TO fin-titulaires-sw.
016622     PERFORM 7160-SUPPRIMER-LIEN-PRODUIT THRU 7160-EXIT
016623         UNTIL fin-titulaires.
016624     MOVE 'N' TO fin-titulaires-sw.
016625     PERFORM 7170-SUPPRIMER-LIEN-CLIENT THRU 7170-EXIT
016626         UNTIL fin-titulaires.
016627 7150-EXIT.
016628     EXIT.
016629
016630 7160-SUPPRIMER-LIEN-PRODUIT.
016631     MOVE numcli TO TI-NUMCLI-CONTRAT.
016632     MOVE ZERO TO TI-NUMPROD.
016633     MOVE ZERO TO TI-NUMCLI.
016634     START TITULAIRE-FILE KEY IS NOT LESS THAN TI-CLE
016635         INVALID KEY
016636             SET fin-titulaires TO TRUE
016637             GO TO 7160-EXIT
016638     END-START.
016639     READ TITULAIRE-FILE NEXT RECORD
016640         AT END
016641             SET fin-titulaires TO TRUE
016642             GO TO 7160-EXIT
016643     END-READ.
016644     IF TI-NUMCLI-CONTRAT NOT = numcli
016645         SET fin-titulaires TO TRUE
016646         GO TO 7160-EXIT
016647     END-IF.
016648     DELETE TITULAIRE-FILE.
016649     IF NOT TITULAIRE-OK
016650         DISPLAY "            ERREUR SUPPRESSION LIEN - CODE "
016651             TITULAIRE-STATUS
016652         SET fin-titulaires TO TRUE
016653     END-IF.
016654 7160-EXIT.
016655     EXIT.
016656
016657 7170-SUPPRIMER-LIEN-CLIENT.
016658     MOVE numcli TO TI-NUMCLI.
016659     START TITULAIRE-FILE KEY IS EQUAL TO TI-NUMCLI
016660         INVALID KEY
016661             SET fin-titulaires TO TRUE
016662             GO TO 7170-EXIT
016663     END-START.
016664     READ TITULAIRE-FILE NEXT RECORD
016665         AT END
016666             SET fin-titulaires TO TRUE
016667             GO TO 7170-EXIT
016668     END-READ.
016669     DELETE TITULAIRE-FILE.
016670     IF NOT TITULAIRE-OK
016671         DISPLAY "            ERREUR SUPPRESSION LIEN - CODE "
016672             TITULAIRE-STATUS
016673         SET fin-titulaires TO TRUE
016674     END-IF.
016675 7170-EXIT.
016676     EXIT.
016677
016678******************************************************************
016679* 7500-GERER-PRODUITS
016680*    Sous-menu de gestion des produits financiers d'un client :
016681*    ajout, liste et cloture, historique, ordres permanents,
016682*    rejets, decouverts autorises et titulaires, jusqu'au
016683*    retour a l'accueil.
016690******************************************************************
016700 7500-GERER-PRODUITS.
016710     MOVE 'N' TO fin-produits-sw.
016770 7505-MENU-PRODUITS.
016780     DISPLAY gererProduits.
016790     ACCEPT ask.
016791     IF screenT NOT NUMERIC
016792         GO TO 7505-EXIT
016793     END-IF.
016794     IF DROIT-PRODUIT(screenT + 1) NOT = 'O'
016795         PERFORM 2250-REFUSER-OPTION THRU 2250-EXIT
016796         GO TO 7505-EXIT
016797     END-IF.
016800     EVALUATE screenT
016810         WHEN 1
016820             PERFORM 7510-AJOUTER-PRODUIT THRU 7510-EXIT
016920             PERFORM 7650-ANNULER-ORDRE THRU 7650-EXIT
016930         WHEN 7
016940             PERFORM 7700-GERER-REJETS THRU 7700-EXIT
016942         WHEN 8
016944             PERFORM 7800-GERER-DECOUVERT THRU 7800-EXIT
016946         WHEN 0
016948             PERFORM 7850-GERER-TITULAIRES THRU 7850-EXIT
016950         WHEN 9
016960             SET fin-produits TO TRUE
016970         WHEN OTHER
017040* 7510-AJOUTER-PRODUIT
017050*    Ajoute un produit financier a un client existant : le numero
017060*    de produit suivant est determine puis le produit est saisi
017066*    et ecrit dans le fichier CONTRATS. Pour un depot a terme,
017072*    l'echeance est calculee et le produit de versement saisi.
017080******************************************************************
017090 7510-AJOUTER-PRODUIT.
017100     MOVE SPACES TO intitule.
017180                 numcli-choisi
017190             GO TO 7510-EXIT
017200     END-READ.
017202     PERFORM 2200-CONTROLER-AGENCE THRU 2200-EXIT.
017204     IF agence-refusee
017206         GO TO 7510-EXIT
017208     END-IF.
017210     PERFORM 7520-DETERMINER-NUMPROD THRU 7520-EXIT.
017215     MOVE 'O' TO terme-autorise-sw.
017220     PERFORM 3300-SAISIR-PRODUIT THRU 3300-EXIT.
017230     PERFORM 3200-SAISIR-DATE THRU 3200-EXIT.
017231     MOVE ZERO TO date-echeance-num produit-versement-choisi.
017232     IF catalogue-charge AND CAT-TERME(idx-catalogue) = 'O'
017233         PERFORM 7515-SAISIR-TERME THRU 7515-EXIT
017234         IF terme-abandonne
017235             DISPLAY "            AJOUT DU PRODUIT ABANDONNE."
017236             GO TO 7510-EXIT
017237         END-IF
017238     END-IF.
017240     PERFORM 7525-ECRIRE-CONTRAT THRU 7525-EXIT.
017241     IF CONTRAT-FILE-OK
017242         DISPLAY "            PRODUIT " prochain-numprod
017243             " AJOUTE POUR : " nom
017244         MOVE "AJOUT-PROD" TO log-operation
017245         PERFORM 9100-ENREGISTRER-LOG THRU 9100-EXIT
017246     END-IF.
017247 7510-EXIT.
017248     EXIT.
017249
017250******************************************************************
017251* 7515-SAISIR-TERME
017252*    Calcule l'echeance du depot a terme (date de creation plus
017253*    la duree du catalogue, quantieme ramene a la fin du mois
017254*    d'echeance) puis saisit le produit de versement : produit
017255*    actif du client, autre qu'un depot a terme. La saisie est
017256*    recommencee tant qu'elle n'est pas valide ; 000 abandonne.
017257******************************************************************
017258 7515-SAISIR-TERME.
017259     COMPUTE mois-cumules = mois - 1
017260         + CAT-DUREE-MOIS(idx-catalogue).
017261     DIVIDE mois-cumules BY 12 GIVING ech-annee
017262         REMAINDER ech-mois.
017263     ADD annee TO ech-annee.
017264     ADD 1 TO ech-mois.
017265     PERFORM 7517-DETERMINER-JOUR-MAX THRU 7517-EXIT.
017266     IF jour > jour-max-echeance
017267         MOVE jour-max-echeance TO ech-jour
017268     ELSE
017269         MOVE jour TO ech-jour
017270     END-IF.
017271     DISPLAY "            ECHEANCE DU DEPOT : " ech-jour "/"
017272         ech-mois "/" ech-annee.
017273     MOVE 'N' TO saisie-terme-sw.
017274     PERFORM 7516-ACCEPTER-VERSEMENT THRU 7516-EXIT
017275         UNTIL terme-valide OR terme-abandonne.
017276 7515-EXIT.
017277     EXIT.
017278
017279 7516-ACCEPTER-VERSEMENT.
017280     ACCEPT askProdVersement.
017281     IF produit-versement-choisi = ZERO
017282         SET terme-abandonne TO TRUE
017283         GO TO 7516-EXIT
017284     END-IF.
017285     MOVE produit-versement-choisi TO numprod-choisi.
017286     PERFORM 7610-CONTROLER-PRODUIT-ORDRE THRU 7610-EXIT.
017287     IF NOT produit-ordre-valide
017288         GO TO 7516-EXIT
017289     END-IF.
017290     IF CT-DATE-ECHEANCE NOT = ZERO
017291         DISPLAY "            LE PRODUIT DE VERSEMENT NE PEUT "
017292             "ETRE UN DEPOT A TERME - RESAISIR."
017293         GO TO 7516-EXIT
017294     END-IF.
017295     SET terme-valide TO TRUE.
017296 7516-EXIT.
017297     EXIT.
017298
017299 7517-DETERMINER-JOUR-MAX.
017300     MOVE JOUR-MAX-MOIS(ech-mois) TO jour-max-echeance.
017301     IF ech-mois = 2
017302         DIVIDE ech-annee BY 4 GIVING quotient-annee
017303             REMAINDER reste-4
017304         DIVIDE ech-annee BY 100 GIVING quotient-annee
017305             REMAINDER reste-100
017306         DIVIDE ech-annee BY 400 GIVING quotient-annee
017307             REMAINDER reste-400
017308         IF reste-4 = 0 AND (reste-100 NOT = 0 OR reste-400 = 0)
017309             ADD 1 TO jour-max-echeance
017310         END-IF
017311     END-IF.
017312 7517-EXIT.
017320     EXIT.
017330
017340******************************************************************
017700* 7525-ECRIRE-CONTRAT
017710*    Ecrit dans le fichier CONTRATS le produit saisi pour le
017720*    client courant, sous le numero prochain-numprod, a l'etat
017726*    actif, avec l'echeance et le produit de versement d'un
017732*    depot a terme (zeros pour les autres produits).
017740******************************************************************
017750 7525-ECRIRE-CONTRAT.
017760     MOVE numcli TO CT-NUMCLI.
017810     MOVE mois TO CT-MOIS.
017820     MOVE annee TO CT-ANNEE.
017830     MOVE 'A' TO CT-ETAT.
017833     MOVE date-echeance-num TO CT-DATE-ECHEANCE.
017836     MOVE produit-versement-choisi TO CT-PRODUIT-VERSEMENT.
017840     WRITE CONTRAT-ENREG.
017850     IF NOT CONTRAT-FILE-OK
017860         DISPLAY "            ERREUR ECRITURE PRODUIT - CODE "
018260                 numcli-choisi
018270             GO TO 7550-EXIT
018280     END-READ.
018282     PERFORM 2200-CONTROLER-AGENCE THRU 2200-EXIT.
018284     IF agence-refusee
018286         GO TO 7550-EXIT
018288     END-IF.
018290     MOVE numcli TO CT-NUMCLI.
018300     MOVE numprod-choisi TO CT-NUMPROD.
018310     READ CONTRAT-FILE
019770                 numcli-choisi
019780             GO TO 7600-EXIT
019790     END-READ.
019792     PERFORM 2200-CONTROLER-AGENCE THRU 2200-EXIT.
019794     IF agence-refusee
019796         GO TO 7600-EXIT
019798     END-IF.
019800     ACCEPT askProdDebit.
019810     MOVE ordre-prod-debit TO numprod-choisi.
019820     PERFORM 7610-CONTROLER-PRODUIT-ORDRE THRU 7610-EXIT.
021270                 numcli-choisi
021280             GO TO 7650-EXIT
021290     END-READ.
021292     PERFORM 2200-CONTROLER-AGENCE THRU 2200-EXIT.
021294     IF agence-refusee
021296         GO TO 7650-EXIT
021298     END-IF.
021300     PERFORM 7660-LISTER-ORDRES THRU 7660-EXIT.
021310     IF nb-ordres-client = ZERO
021320         DISPLAY "            AUCUN ORDRE POUR CE CLIENT."
022460     END-READ.
022470     DISPLAY "            MOTIF : " RX-MOTIF "  ETAT : "
022480         RX-ETAT "  REJETE LE : " RX-DATE-REJET.
022482     IF RX-CORRIGE
022483         DISPLAY "            DERNIERE CORRECTION PAR : "
022484             RX-OPERATEUR
022485     END-IF.
022486     DISPLAY "            " RX-LIGNE(1:70).
022487     DISPLAY "            " RX-LIGNE(71:70).
022488     DISPLAY "            " RX-LIGNE(141:70).
022489     DISPLAY "            " RX-LIGNE(211:10).
022490     IF RX-RESOUMIS
022491         DISPLAY "            REJET DEJA RESOUMIS LE "
022492             RX-DATE-RESOUMISSION " - CORRECTION REFUSEE."
022493         CLOSE STORE-FILE
022494         DISPLAY askSuite
022495         ACCEPT askSuite
022496         GO TO 7700-EXIT
022497     END-IF.
022498     MOVE RX-LIGNE TO ligne-corrigee.
022499     DISPLAY askcorrection.
022500     ACCEPT askcorrection.
022501     MOVE ligne-corrigee TO RX-LIGNE.
022502     MOVE 'C' TO RX-ETAT.
022503     MOVE operateur-connecte TO RX-OPERATEUR.
022504     REWRITE STORE-ENREG.
022505     IF STORE-OK
022506         DISPLAY "            REJET MARQUE CORRIGE - RESOUMIS"
022507             " AU PROCHAIN PASSAGE RECREJ."
022508     ELSE
022509         DISPLAY "            ERREUR REECRITURE MAGASIN - CODE "
022510             STORE-STATUS
022511     END-IF.
022512     CLOSE STORE-FILE.
022513     DISPLAY askSuite.
022514     ACCEPT askSuite.
022515 7700-EXIT.
022516     EXIT.
022517
022518******************************************************************
022519* 7800-GERER-DECOUVERT
022520*    Accorde ou revoque l'autorisation de decouvert d'un produit
022521*    d'un client (fichier AUTDEC). Le produit doit exister et ne
022522*    etre ni clos ni un depot a terme ; l'autorisation en place
022523*    est affichee avant le choix de l'action.
022524******************************************************************
022525 7800-GERER-DECOUVERT.
022526     DISPLAY gererDecouvert.
022527     ACCEPT asknumcli.
022528     ACCEPT asknumprod.
022529     MOVE numcli-choisi TO CF-NUMCLI.
022530     READ CLIENT-FILE INTO client
022531         INVALID KEY
022532             DISPLAY "            CLIENT INTROUVABLE : "
022533                 numcli-choisi
022534             GO TO 7800-EXIT
022535     END-READ.
022536     PERFORM 2200-CONTROLER-AGENCE THRU 2200-EXIT.
022537     IF agence-refusee
022538         GO TO 7800-EXIT
022539     END-IF.
022540     MOVE numcli TO CT-NUMCLI.
022541     MOVE numprod-choisi TO CT-NUMPROD.
022542     READ CONTRAT-FILE
022543         INVALID KEY
022544             DISPLAY "            PRODUIT INTROUVABLE : "
022545                 numcli-choisi
022546                 " " numprod-choisi
022547             GO TO 7800-EXIT
022548     END-READ.
022549     IF CT-CLOS
022550         DISPLAY "            PRODUIT CLOS - DECOUVERT REFUSE."
022551         GO TO 7800-EXIT
022552     END-IF.
022553     IF CT-DATE-ECHEANCE NOT = ZERO
022554         DISPLAY "            DEPOT A TERME - DECOUVERT REFUSE."
022555         GO TO 7800-EXIT
022556     END-IF.
022557     MOVE 'N' TO decouvert-existant-sw.
022558     MOVE numcli TO DA-NUMCLI.
022559     MOVE numprod-choisi TO DA-NUMPROD.
022560     READ DECOUVERT-FILE
022561         INVALID KEY
022562             CONTINUE
022563         NOT INVALID KEY
022564             SET decouvert-existant TO TRUE
022565     END-READ.
022566     IF decouvert-existant
022567         DISPLAY "            AUTORISATION EN PLACE : PLAFOND "
022568             DA-PLAFOND " DU " DA-DATE-DEBUT " AU "
022569             DA-DATE-FIN " ETAT " DA-ETAT
022570     ELSE
022571         DISPLAY "            AUCUNE AUTORISATION SUR CE PRODUIT."
022572     END-IF.
022573     ACCEPT askactionDecouvert.
022574     EVALUATE action-decouvert
022575         WHEN 1
022576             PERFORM 7810-ACCORDER-DECOUVERT THRU 7810-EXIT
022577         WHEN 2
022578             PERFORM 7820-REVOQUER-DECOUVERT THRU 7820-EXIT
022579         WHEN OTHER
022580             DISPLAY "            ACTION INCONNUE (1=ACCORDER"
022581                 " 2=REVOQUER)."
022582     END-EVALUATE.
022583 7800-EXIT.
022584     EXIT.
022585
022586******************************************************************
022587* 7810-ACCORDER-DECOUVERT
022588*    Saisit le plafond et la periode de validite (dates de debut
022589*    et de fin controlees comme la date de creation, fin non
022590*    anterieure au debut) et ecrit ou remplace l'autorisation a
022591*    l'etat actif. Trace ACCORD-DEC dans CLIENTLOG.
022592******************************************************************
022593 7810-ACCORDER-DECOUVERT.
022594     ACCEPT askplafond.
022595     IF plafond-saisi = ZERO
022596         DISPLAY "            PLAFOND NUL - AUTORISATION REFUSEE."
022597         GO TO 7810-EXIT
022598     END-IF.
022599     DISPLAY libelleDebutDecouvert.
022600     PERFORM 3200-SAISIR-DATE THRU 3200-EXIT.
022601     PERFORM 7830-CONVERTIR-DATE THRU 7830-EXIT.
022602     MOVE date-saisie-num TO date-debut-decouvert.
022603     DISPLAY libelleFinDecouvert.
022604     PERFORM 3200-SAISIR-DATE THRU 3200-EXIT.
022605     PERFORM 7830-CONVERTIR-DATE THRU 7830-EXIT.
022606     MOVE date-saisie-num TO date-fin-decouvert.
022607     IF date-fin-decouvert < date-debut-decouvert
022608         DISPLAY "            FIN ANTERIEURE AU DEBUT - "
022609             "AUTORISATION REFUSEE."
022610         GO TO 7810-EXIT
022611     END-IF.
022612     MOVE numcli TO DA-NUMCLI.
022613     MOVE numprod-choisi TO DA-NUMPROD.
022614     MOVE plafond-saisi TO DA-PLAFOND.
022615     MOVE date-debut-decouvert TO DA-DATE-DEBUT.
022616     MOVE date-fin-decouvert TO DA-DATE-FIN.
022617     MOVE 'A' TO DA-ETAT.
022618     IF decouvert-existant
022619         REWRITE DECOUVERT-ENREG
022620     ELSE
022621         WRITE DECOUVERT-ENREG
022622     END-IF.
022623     IF DECOUVERT-OK
022624         DISPLAY "            DECOUVERT ACCORDE : " nom " "
022625             numprod-choisi
022626         MOVE "ACCORD-DEC" TO log-operation
022627         PERFORM 9100-ENREGISTRER-LOG THRU 9100-EXIT
022628     ELSE
022629         DISPLAY "            ERREUR ECRITURE DECOUVERT - CODE "
022630             DECOUVERT-STATUS
022631     END-IF.
022632 7810-EXIT.
022633     EXIT.
022634
022635******************************************************************
022636* 7820-REVOQUER-DECOUVERT
022637*    Revoque l'autorisation active du produit : etat R et date
022638*    de fin ramenee au jour de la revocation (l'enregistrement
022639*    est conserve). Trace REVOC-DEC dans CLIENTLOG.
022640******************************************************************
022641 7820-REVOQUER-DECOUVERT.
022642     IF NOT decouvert-existant OR DA-REVOQUEE
022643         DISPLAY "            AUCUNE AUTORISATION ACTIVE A "
022644             "REVOQUER."
022645         GO TO 7820-EXIT
022646     END-IF.
022647     ACCEPT date-du-jour FROM DATE YYYYMMDD.
022648     MOVE 'R' TO DA-ETAT.
022649     IF DA-DATE-FIN > date-du-jour
022650         MOVE date-du-jour TO DA-DATE-FIN
022651     END-IF.
022652     REWRITE DECOUVERT-ENREG.
022653     IF DECOUVERT-OK
022654         DISPLAY "            DECOUVERT REVOQUE : " nom " "
022655             numprod-choisi
022656         MOVE "REVOC-DEC" TO log-operation
022657         PERFORM 9100-ENREGISTRER-LOG THRU 9100-EXIT
022658     ELSE
022659         DISPLAY "            ERREUR REVOCATION DECOUVERT - "
022660             "CODE " DECOUVERT-STATUS
022661     END-IF.
022662 7820-EXIT.
022663     EXIT.
022664
022665 7830-CONVERTIR-DATE.
022666     MOVE annee TO ds-annee.
022667     MOVE mois TO ds-mois.
022668     MOVE jour TO ds-jour.
022669 7830-EXIT.
022670     EXIT.
022671
022672******************************************************************
022673* 7850-GERER-TITULAIRES
022674*    Affiche les liens de titularite d'un produit (fichier
022675*    TITULAIRE) puis rattache ou retire un client lie : autre
022676*    titulaire, co-titulaire ou mandataire. Le detenteur du
022677*    contrat (CT-NUMCLI) reste le titulaire principal.
022678******************************************************************
022679 7850-GERER-TITULAIRES.
022680     DISPLAY gererTitulaires.
022681     ACCEPT asknumcli.
022682     ACCEPT asknumprod.
022683     MOVE numcli-choisi TO CF-NUMCLI.
022684     READ CLIENT-FILE INTO client
022685         INVALID KEY
022686             DISPLAY "            CLIENT INTROUVABLE : "
022687                 numcli-choisi
022688             GO TO 7850-EXIT
022689     END-READ.
022690     PERFORM 2200-CONTROLER-AGENCE THRU 2200-EXIT.
022691     IF agence-refusee
022692         GO TO 7850-EXIT
022693     END-IF.
022694     MOVE numcli TO CT-NUMCLI.
022695     MOVE numprod-choisi TO CT-NUMPROD.
022696     READ CONTRAT-FILE
022697         INVALID KEY
022698             DISPLAY "            PRODUIT INTROUVABLE : "
022699                 numcli-choisi
022700                 " " numprod-choisi
022701             GO TO 7850-EXIT
022702     END-READ.
022703     DISPLAY "            " CT-INTITULE " ETAT " CT-ETAT
022704         " - TITULAIRE PRINCIPAL " numcli " " nom.
022705     MOVE ZERO TO nb-liens-affiches.
022706     MOVE 'N' TO fin-titulaires-sw.
022707     MOVE numcli TO TI-NUMCLI-CONTRAT.
022708     MOVE numprod-choisi TO TI-NUMPROD.
022709     MOVE ZERO TO TI-NUMCLI.
022710     START TITULAIRE-FILE KEY IS NOT LESS THAN TI-CLE
022711         INVALID KEY
022712             SET fin-titulaires TO TRUE
022713     END-START.
022714     PERFORM 7855-AFFICHER-TITULAIRE THRU 7855-EXIT
022715         UNTIL fin-titulaires.
022716     IF nb-liens-affiches = ZERO
022717         DISPLAY "            AUCUN AUTRE TITULAIRE."
022718     END-IF.
022719     ACCEPT askactionTitulaire.
022720     EVALUATE action-titulaire
022721         WHEN 1
022722             PERFORM 7860-AJOUTER-TITULAIRE THRU 7860-EXIT
022723         WHEN 2
022724             PERFORM 7870-RETIRER-TITULAIRE THRU 7870-EXIT
022725         WHEN OTHER
022726             CONTINUE
022727     END-EVALUATE.
022728 7850-EXIT.
022729     EXIT.
022730
022731 7855-AFFICHER-TITULAIRE.
022732     READ TITULAIRE-FILE NEXT RECORD
022733         AT END
022734             SET fin-titulaires TO TRUE
022735             GO TO 7855-EXIT
022736     END-READ.
022737     IF TI-NUMCLI-CONTRAT NOT = numcli
022738         OR TI-NUMPROD NOT = numprod-choisi
022739         SET fin-titulaires TO TRUE
022740         GO TO 7855-EXIT
022741     END-IF.
022742     ADD 1 TO nb-liens-affiches.
022743     MOVE TI-NUMCLI TO CF-NUMCLI.
022744     READ CLIENT-FILE
022745         INVALID KEY
022746             MOVE "(CLIENT INCONNU)" TO CF-NOM
022747     END-READ.
022748     DISPLAY "            " TI-ROLE " " TI-NUMCLI " " CF-NOM
022749         " DEPUIS LE " TI-DATE-DEBUT.
022750 7855-EXIT.
022751     EXIT.
022752
022753******************************************************************
022754* 7860-AJOUTER-TITULAIRE
022755*    Rattache un client existant au produit avec son role (T, C
022756*    ou M). Refuse sur un produit clos, pour le titulaire
022757*    principal lui-meme ou si le lien existe deja. Trace
022758*    AJOUT-TITUL dans CLIENTLOG pour le detenteur du contrat et
022759*    pour le client lie.
022760******************************************************************
022761 7860-AJOUTER-TITULAIRE.
022762     IF CT-CLOS
022763         DISPLAY "            PRODUIT CLOS - LIEN REFUSE."
022764         GO TO 7860-EXIT
022765     END-IF.
022766     ACCEPT asknumcliLie.
022767     IF numcli-lie = numcli
022768         DISPLAY "            LE DETENTEUR EST DEJA TITULAIRE "
022769             "PRINCIPAL - LIEN REFUSE."
022770         GO TO 7860-EXIT
022771     END-IF.
022772     MOVE numcli-lie TO CF-NUMCLI.
022773     READ CLIENT-FILE
022774         INVALID KEY
022775             DISPLAY "            CLIENT LIE INTROUVABLE : "
022776                 numcli-lie
022777             GO TO 7860-EXIT
022778     END-READ.
022779     ACCEPT askroleTitulaire.
022780     MOVE numcli TO TI-NUMCLI-CONTRAT.
022781     MOVE numprod-choisi TO TI-NUMPROD.
022782     MOVE numcli-lie TO TI-NUMCLI.
022783     MOVE role-saisi TO TI-ROLE.
022784     IF NOT TI-ROLE-VALIDE
022785         DISPLAY "            ROLE INCONNU (T, C OU M) - LIEN "
022786             "REFUSE."
022787         GO TO 7860-EXIT
022788     END-IF.
022789     ACCEPT TI-DATE-DEBUT FROM DATE YYYYMMDD.
022790     WRITE TITULAIRE-ENREG.
022791     IF TITULAIRE-DOUBLON
022792         DISPLAY "            CE CLIENT EST DEJA LIE AU PRODUIT."
022793         GO TO 7860-EXIT
022794     END-IF.
022795     IF NOT TITULAIRE-OK
022796         DISPLAY "            ERREUR ECRITURE LIEN - CODE "
022797             TITULAIRE-STATUS
022798         GO TO 7860-EXIT
022799     END-IF.
022800     DISPLAY "            LIEN AJOUTE : " numcli-lie " " CF-NOM
022801         " ROLE " TI-ROLE.
022802     MOVE "AJOUT-TITUL" TO log-operation.
022803     PERFORM 9100-ENREGISTRER-LOG THRU 9100-EXIT.
022804     MOVE CF-NOM TO CLOG-NOM.
022805     MOVE numcli-lie TO CLOG-NUMCLI.
022806     PERFORM 9110-ECRIRE-LOG THRU 9110-EXIT.
022807 7860-EXIT.
022808     EXIT.
022809
022810******************************************************************
022811* 7870-RETIRER-TITULAIRE
022812*    Retire le lien du client designe sur le produit. Trace
022813*    RETIR-TITUL dans CLIENTLOG pour le detenteur du contrat et
022814*    pour le client qui n'y est plus lie.
022815******************************************************************
022816 7870-RETIRER-TITULAIRE.
022817     ACCEPT asknumcliLie.
022818     MOVE numcli TO TI-NUMCLI-CONTRAT.
022819     MOVE numprod-choisi TO TI-NUMPROD.
022820     MOVE numcli-lie TO TI-NUMCLI.
022821     READ TITULAIRE-FILE
022822         INVALID KEY
022823             DISPLAY "            AUCUN LIEN DE CE CLIENT SUR LE "
022824                 "PRODUIT."
022825             GO TO 7870-EXIT
022826     END-READ.
022827     DELETE TITULAIRE-FILE.
022828     IF NOT TITULAIRE-OK
022829         DISPLAY "            ERREUR SUPPRESSION LIEN - CODE "
022830             TITULAIRE-STATUS
022831         GO TO 7870-EXIT
022832     END-IF.
022833     DISPLAY "            LIEN RETIRE : " numcli-lie.
022834     MOVE "RETIR-TITUL" TO log-operation.
022835     PERFORM 9100-ENREGISTRER-LOG THRU 9100-EXIT.
022836     MOVE numcli-lie TO CF-NUMCLI.
022837     READ CLIENT-FILE
022838         INVALID KEY
022839             MOVE "(CLIENT INCONNU)" TO CF-NOM
022840     END-READ.
022841     MOVE CF-NOM TO CLOG-NOM.
022842     MOVE numcli-lie TO CLOG-NUMCLI.
022843     PERFORM 9110-ECRIRE-LOG THRU 9110-EXIT.
022844 7870-EXIT.
022845     EXIT.
022846
022847******************************************************************
022848* 7900-GERER-ALERTES
022849*    Parcourt les alertes de surveillance des mouvements (fichier
022850*    ALERTES) d'un client, ou toutes les alertes restant a
022851*    traiter (nouvelles ou en examen) si le numero saisi est
022852*    nul, et permet de changer leur statut une par une.
022853******************************************************************
022854 7900-GERER-ALERTES.
022855     DISPLAY gererAlertes.
022856     ACCEPT asknumcli.
022857     OPEN I-O ALERTE-FILE.
022858     IF ALERTE-INEXISTANT
022859         DISPLAY "            AUCUNE ALERTE DISPONIBLE."
022860         DISPLAY askSuite
022861         ACCEPT askSuite
022862         GO TO 7900-EXIT
022863     END-IF.
022864     IF NOT ALERTE-OK
022865         DISPLAY "            ERREUR OUVERTURE ALERTES - CODE "
022866             ALERTE-STATUS
022867         GO TO 7900-EXIT
022868     END-IF.
022869     MOVE 'N' TO fin-alertes-sw.
022870     MOVE ZERO TO nb-alertes-vues.
022871     MOVE numcli-choisi TO AL-NUMCLI.
022872     MOVE ZERO TO AL-DATE.
022873     MOVE LOW-VALUES TO AL-TYPE.
022874     MOVE ZERO TO AL-NUMPROD.
022875     MOVE ZERO TO AL-NUMSEQ.
022876     START ALERTE-FILE KEY IS NOT LESS THAN AL-CLE
022877         INVALID KEY
022878             SET fin-alertes TO TRUE
022879     END-START.
022880     PERFORM 7910-PRESENTER-ALERTE THRU 7910-EXIT
022881         UNTIL fin-alertes.
022882     CLOSE ALERTE-FILE.
022883     IF nb-alertes-vues = ZERO
022884         DISPLAY "            AUCUNE ALERTE POUR CETTE DEMANDE."
022885     END-IF.
022886     DISPLAY askSuite.
022887     ACCEPT askSuite.
022888 7900-EXIT.
022889     EXIT.
022890
022891******************************************************************
022892* 7910-PRESENTER-ALERTE
022893*    Lit l'alerte suivante : pour un client, toutes ses alertes
022894*    sont presentees (y compris closes, pour l'historique) ; sans
022895*    client, seules les alertes nouvelles ou en examen. Affiche
022896*    l'alerte et applique l'action choisie.
022897******************************************************************
022898 7910-PRESENTER-ALERTE.
022899     READ ALERTE-FILE NEXT RECORD
022900         AT END
022901             SET fin-alertes TO TRUE
022902             GO TO 7910-EXIT
022903     END-READ.
022904     IF numcli-choisi NOT = ZERO
022905         AND AL-NUMCLI NOT = numcli-choisi
022906         SET fin-alertes TO TRUE
022907         GO TO 7910-EXIT
022908     END-IF.
022909     IF numcli-choisi = ZERO
022910         AND (AL-CLASSEE OR AL-DECLAREE)
022911         GO TO 7910-EXIT
022912     END-IF.
022913     ADD 1 TO nb-alertes-vues.
022914     DISPLAY "            CLIENT " AL-NUMCLI "  PASSATION DU "
022915         AL-DATE "  TYPE " AL-TYPE "  PRODUIT " AL-NUMPROD
022916         "  MOUVEMENT " AL-NUMSEQ.
022917     DISPLAY "            MONTANT " AL-MONTANT "  NOMBRE "
022918         AL-NB-MVTS "  SEUIL " AL-SEUIL.
022919     DISPLAY "            STATUT " AL-STATUT " DEPUIS LE "
022920         AL-DATE-STATUT " (N=NOUVELLE E=EXAMEN J=CLASSEE"
022921         " D=DECLAREE)".
022922     DISPLAY "            " AL-COMMENTAIRE.
022923     ACCEPT askactionAlerte.
022924     EVALUATE action-alerte
022925         WHEN 1
022926         WHEN 2
022927         WHEN 3
022928             PERFORM 7920-CHANGER-STATUT THRU 7920-EXIT
022929         WHEN 9
022930             SET fin-alertes TO TRUE
022931         WHEN OTHER
022932             CONTINUE
022933     END-EVALUATE.
022934 7910-EXIT.
022935     EXIT.
022936
022937******************************************************************
022938* 7920-CHANGER-STATUT
022939*    Passe l'alerte courante en examen (1), classee justifiee
022940*    (2) ou declaree (3), avec la date du jour et le commentaire
022941*    saisi (obligatoire pour classer ou declarer). Une alerte
022942*    classee ou declaree n'est plus modifiable. Trace
022943*    ALERTE-EXAM, ALERTE-CLAS ou ALERTE-DECL dans CLIENTLOG.
022944******************************************************************
022945 7920-CHANGER-STATUT.
022946     IF AL-CLASSEE OR AL-DECLAREE
022947         DISPLAY "            ALERTE DEJA CLOSE - STATUT "
022948             "INCHANGE."
022949         GO TO 7920-EXIT
022950     END-IF.
022951     MOVE AL-COMMENTAIRE TO commentaire-alerte.
022952     DISPLAY askcommentaireAlerte.
022953     ACCEPT askcommentaireAlerte.
022954     IF action-alerte NOT = 1 AND commentaire-alerte = SPACES
022955         DISPLAY "            COMMENTAIRE OBLIGATOIRE POUR "
022956             "CLASSER OU DECLARER - STATUT INCHANGE."
022957         GO TO 7920-EXIT
022958     END-IF.
022959     EVALUATE action-alerte
022960         WHEN 1
022961             MOVE 'E' TO AL-STATUT
022962             MOVE "ALERTE-EXAM" TO log-operation
022963         WHEN 2
022964             MOVE 'J' TO AL-STATUT
022965             MOVE "ALERTE-CLAS" TO log-operation
022966         WHEN 3
022967             MOVE 'D' TO AL-STATUT
022968             MOVE "ALERTE-DECL" TO log-operation
022969     END-EVALUATE.
022970     ACCEPT AL-DATE-STATUT FROM DATE YYYYMMDD.
022971     MOVE commentaire-alerte TO AL-COMMENTAIRE.
022972     REWRITE ALERTE-ENREG.
022973     IF NOT ALERTE-OK
022974         DISPLAY "            ERREUR REECRITURE ALERTE - CODE "
022975             ALERTE-STATUS
022976         GO TO 7920-EXIT
022977     END-IF.
022978     DISPLAY "            STATUT DE L'ALERTE : " AL-STATUT.
022979     MOVE AL-NUMCLI TO CF-NUMCLI.
022980     READ CLIENT-FILE INTO client
022981         INVALID KEY
022982             MOVE AL-NUMCLI TO numcli
022983             MOVE "(CLIENT INCONNU)" TO nom
022984     END-READ.
022985     PERFORM 9100-ENREGISTRER-LOG THRU 9100-EXIT.
022986 7920-EXIT.
022987     EXIT.
022988
022989******************************************************************
022990* 8000-RAPPORT-PORTEFEUILLE
022991*    Parcourt le fichier maitre dans l'ordre de la cle secondaire
022992*    ville et affiche, en rupture sur changement de ville, le
022993*    nombre de clients et la somme des produits actifs de chaque
022994*    ville, puis le total general.
022995******************************************************************
022996 8000-RAPPORT-PORTEFEUILLE.
022997     DISPLAY rapportPortefeuille.
022998     MOVE ZERO TO nb-clients-total.
022999     MOVE ZERO TO somme-totale.
023000     MOVE SPACES TO ville-courante.
023001     MOVE ZERO TO nb-clients-ville.
023002     MOVE ZERO TO somme-ville.
023003     PERFORM 8050-RAZ-AGENCES THRU 8050-EXIT.
023004     MOVE 'N' TO fin-fichier-sw.
023005     MOVE LOW-VALUES TO CF-VILLE.
023006     START CLIENT-FILE KEY IS NOT LESS THAN CF-VILLE
023007         INVALID KEY
023008             SET fin-fichier TO TRUE
023009     END-START.
023010     IF NOT fin-fichier
023020         PERFORM 5100-LIRE-SUIVANT THRU 5100-EXIT
023030     END-IF.
024880             DISPLAY "            " CT-NUMPROD " " CT-INTITULE
024890                 " " CT-SOMME " " CT-JOUR "/" CT-MOIS "/"
024900                 CT-ANNEE " " CT-ETAT
024901             IF CT-DATE-ECHEANCE NOT = ZERO
024902                 DISPLAY "                ECHEANCE "
024903                     CT-DATE-ECHEANCE(7:2) "/"
024904                     CT-DATE-ECHEANCE(5:2) "/"
024905                     CT-DATE-ECHEANCE(1:4) " VERSEMENT SUR "
024906                     CT-PRODUIT-VERSEMENT
024907             END-IF
024910         ELSE
024920             SET fin-contrats TO TRUE
024930         END-IF
024940     END-IF.
024950 8410-EXIT.
024951     EXIT.
024952
024953******************************************************************
024954* 8450-LISTER-LIENS
024955*    Affiche les liens de titularite du client courant : d'abord
024956*    les clients lies a ses propres produits, puis les produits
024957*    d'autres clients auxquels il est lui-meme lie (cle
024958*    secondaire client lie). Role T titulaire, C co-titulaire,
024959*    M mandataire.
024960******************************************************************
024961 8450-LISTER-LIENS.
024962     MOVE 'N' TO fin-titulaires-sw.
024963     MOVE numcli TO TI-NUMCLI-CONTRAT.
024964     MOVE ZERO TO TI-NUMPROD.
024965     MOVE ZERO TO TI-NUMCLI.
024966     START TITULAIRE-FILE KEY IS NOT LESS THAN TI-CLE
024967         INVALID KEY
024968             SET fin-titulaires TO TRUE
024969     END-START.
024970     PERFORM 8460-AFFICHER-LIEN-PRODUIT THRU 8460-EXIT
024971         UNTIL fin-titulaires.
024972     MOVE 'N' TO fin-titulaires-sw.
024973     MOVE numcli TO TI-NUMCLI.
024974     START TITULAIRE-FILE KEY IS EQUAL TO TI-NUMCLI
024975         INVALID KEY
024976             SET fin-titulaires TO TRUE
024977     END-START.
024978     PERFORM 8470-AFFICHER-LIEN-CLIENT THRU 8470-EXIT
024979         UNTIL fin-titulaires.
024980 8450-EXIT.
024981     EXIT.
024982
024983 8460-AFFICHER-LIEN-PRODUIT.
024984     READ TITULAIRE-FILE NEXT RECORD
024985         AT END
024986             SET fin-titulaires TO TRUE
024987             GO TO 8460-EXIT
024988     END-READ.
024989     IF TI-NUMCLI-CONTRAT NOT = numcli
024990         SET fin-titulaires TO TRUE
024991         GO TO 8460-EXIT
024992     END-IF.
024993     DISPLAY "            PRODUIT " TI-NUMPROD " : " TI-ROLE
024994         " CLIENT " TI-NUMCLI.
024995 8460-EXIT.
024996     EXIT.
024997
024998 8470-AFFICHER-LIEN-CLIENT.
024999     READ TITULAIRE-FILE NEXT RECORD
025000         AT END
025001             SET fin-titulaires TO TRUE
025002             GO TO 8470-EXIT
025003     END-READ.
025004     IF TI-NUMCLI NOT = numcli
025005         SET fin-titulaires TO TRUE
025006         GO TO 8470-EXIT
025007     END-IF.
025008     DISPLAY "            " TI-ROLE " DU PRODUIT " TI-NUMPROD
025009         " DU CLIENT " TI-NUMCLI-CONTRAT.
025010 8470-EXIT.
025011     EXIT.
025012
025013******************************************************************
025014* 9100-ENREGISTRER-LOG
025015*    Trace dans CLIENTLOG l'operation effectuee sur le client
025016*    courant (nom, type d'operation, date et heure systeme,
025017*    identifiant de l'operateur).
025020******************************************************************
025030 9100-ENREGISTRER-LOG.
025040     MOVE nom TO CLOG-NOM.
025050     MOVE numcli TO CLOG-NUMCLI.
025060     MOVE log-operation TO CLOG-OPERATION.
025065     MOVE operateur-connecte TO CLOG-OPERATEUR.
025070     ACCEPT CLOG-DATE FROM DATE YYYYMMDD.
025080     ACCEPT CLOG-HEURE FROM TIME.
025090     WRITE CLOG-ENREG.
025100     IF NOT CLIENT-LOG-OK
025110         DISPLAY "            ERREUR JOURNALISATION - CODE "
025120             CLIENT-LOG-STATUS
025121     END-IF.
025122 9100-EXIT.
025123     EXIT.
025124
025125******************************************************************
025126* 9110-ECRIRE-LOG
025127*    Trace dans CLIENTLOG l'operation pour un autre client que
025128*    le client courant (nom et numero deja places dans
025129*    l'enregistrement par l'appelant).
025130******************************************************************
025131 9110-ECRIRE-LOG.
025132     MOVE log-operation TO CLOG-OPERATION.
025133     MOVE operateur-connecte TO CLOG-OPERATEUR.
025134     ACCEPT CLOG-DATE FROM DATE YYYYMMDD.
025135     ACCEPT CLOG-HEURE FROM TIME.
025136     WRITE CLOG-ENREG.
025137     IF NOT CLIENT-LOG-OK
025138         DISPLAY "            ERREUR JOURNALISATION - CODE "
025139             CLIENT-LOG-STATUS
025140     END-IF.
025141 9110-EXIT.
025150     EXIT.
025160
025170******************************************************************
025240     CLOSE CONTRAT-FILE.
025250     CLOSE CLIENT-LOG-FILE.
025260     CLOSE ORDRE-FILE.
025263     CLOSE DECOUVERT-FILE.
025266     CLOSE TITULAIRE-FILE.
025270     PERFORM 9200-LIBERER-SESSION THRU 9200-EXIT.
025280 9000-EXIT.
025290     EXIT.
