000010******************************************************************
000020* Author:     J. Leroy (service etudes)
000030* Date:       15/10/2026
000040* Purpose:    Interface comptable generale quotidienne : les
000050*             mouvements de la journee sont traduits en
000060*             ecritures en partie double. Sont comptabilises
000070*             les debits et credits passes par POSTMVT
000080*             (historique MVTHIST, date de passation du jour),
000090*             les interets capitalises par CALCINT et verses a
000100*             l'echeance des depots a terme par ECHTERM
000110*             (historique INTHIST), les agios du mois (extrait
000120*             AGIEXT de CALCAGI) et les versements en
000130*             desherence (extrait DESHEXT de DETDORM) lorsque
000140*             ces traitements ont tourne pour la date metier.
000150*             Les comptes generaux viennent de la table de
000160*             correspondance CPTMAP (code produit du catalogue
000170*             PRODCAT et type de mouvement). Les ecritures sont
000180*             cumulees par agence, compte, sens et type, puis
000190*             ecrites dans le fichier d'interface CPTECR, un
000200*             lot par agence (en-tete, lignes, fin de lot).
000210*             Le rapport CPTRPT donne les lots, la synthese par
000220*             compte et les totaux par origine. Un desequilibre
000230*             debit / credit arrete le traitement sans produire
000240*             l'interface (code retour 8).
000250* Tectonics: cobc
000260******************************************************************
000270******************************************************************
000280* MODIFICATION HISTORY
000290*-----------------------------------------------------------------
000300* DATE       INIT  DESCRIPTION
000310* 15/10/2026 JLY   CREATION DE L'INTERFACE COMPTABLE GENERALE :
000320*                  ECRITURES EN PARTIE DOUBLE DES MOUVEMENTS,
000330*                  INTERETS, AGIOS ET VERSEMENTS EN DESHERENCE DU
000340*                  JOUR, COMPTES PAR PRODUIT ET TYPE (CPTMAP),
000350*                  LOTS PAR AGENCE DANS CPTECR, CONTROLE
000360*                  D'EQUILIBRE ET SYNTHESE PAR COMPTE (CPTRPT).
000370*                  PASSAGE INSCRIT DANS RUNCTL, APRES RAPMVT.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. INTCPT.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CLIENT-FILE ASSIGN TO "CLIENTS"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CF-NUMCLI
000480         ALTERNATE RECORD KEY IS CF-NOM WITH DUPLICATES
000490         ALTERNATE RECORD KEY IS CF-VILLE WITH DUPLICATES
000500         FILE STATUS IS CLIENT-FILE-STATUS.
000510     SELECT CONTRAT-FILE ASSIGN TO "CONTRATS"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CT-CLE
000550         FILE STATUS IS CONTRAT-FILE-STATUS.
000560     SELECT HISTO-FILE ASSIGN TO "MVTHIST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS HX-CLE
000600         FILE STATUS IS HISTO-STATUS.
000610     SELECT INTHIST-FILE ASSIGN TO "INTHIST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS IH-CLE
000650         FILE STATUS IS INTHIST-STATUS.
000660     SELECT AGIOS-FILE ASSIGN TO "AGIEXT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS AGIOS-STATUS.
000690     SELECT DESHERENCE-FILE ASSIGN TO "DESHEXT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS DESHERENCE-STATUS.
000720     SELECT PRODCAT-FILE ASSIGN TO "PRODCAT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS PRODCAT-STATUS.
000750     SELECT CORRESPONDANCE-FILE ASSIGN TO "CPTMAP"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS CORRESPONDANCE-STATUS.
000780     SELECT INTERFACE-FILE ASSIGN TO "CPTECR"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS INTERFACE-STATUS.
000810     SELECT RAPPORT-FILE ASSIGN TO "CPTRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS RAPPORT-STATUS.
000840     SELECT SESSION-FILE ASSIGN TO "SESSION"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS SESSION-STATUS.
000870     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS CTL-CLE
000910         FILE STATUS IS RUNCTL-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  CLIENT-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  CLIENT-ENREG.
000970     02 CF-NUMCLI PIC 9(6).
000980     02 CF-NOM PIC x(30).
000990     02 CF-PRENOM PIC x(30).
001000     02 CF-ADRESSE.
001010         03 CF-RUE PIC x(30).
001020         03 CF-CP PIC 9(5).
001030         03 CF-VILLE PIC x(30).
001040     02 CF-AGENCE PIC 9(03).
001050 FD  CONTRAT-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  CONTRAT-ENREG.
001080     02 CT-CLE.
001090         03 CT-NUMCLI PIC 9(6).
001100         03 CT-NUMPROD PIC 9(3).
001110     02 CT-INTITULE PIC x(30).
001120     02 CT-SOMME PIC S9(9)v9(2).
001130     02 CT-DATECREATION.
001140         03 CT-JOUR PIC 9(2).
001150         03 CT-MOIS PIC 9(2).
001160         03 CT-ANNEE PIC 9(4).
001170     02 CT-ETAT PIC x(01).
001180         88 CT-ACTIF VALUE 'A'.
001190         88 CT-CLOS VALUE 'C'.
001200         88 CT-DORMANT VALUE 'D'.
001210     02 CT-DATE-ECHEANCE PIC 9(08).
001220     02 CT-PRODUIT-VERSEMENT PIC 9(03).
001230 FD  HISTO-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  HISTO-ENREG.
001260     02 HX-CLE.
001270         03 HX-NUMCLI PIC 9(6).
001280         03 HX-NUMPROD PIC 9(3).
001290         03 HX-DATEVALEUR.
001300             04 HX-ANNEE PIC 9(4).
001310             04 HX-MOIS PIC 9(2).
001320             04 HX-JOUR PIC 9(2).
001330         03 HX-NUMSEQ PIC 9(6).
001340     02 HX-SENS PIC x(01).
001350     02 HX-MONTANT PIC 9(9)v9(2).
001360     02 HX-NOUVEAU-SOLDE PIC S9(9)v9(2).
001370     02 HX-DATE-PASSATION PIC 9(08).
001380 FD  INTHIST-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 01  INTHIST-ENREG.
001410     02 IH-CLE.
001420         03 IH-NUMCLI PIC 9(06).
001430         03 IH-NUMPROD PIC 9(03).
001440         03 IH-MOIS PIC 9(06).
001450     02 IH-CODE-PRODUIT PIC x(08).
001460     02 IH-MONTANT PIC 9(9)v9(2).
001470     02 IH-TAUX-PRELEVEMENT PIC 9(2)v9(3).
001480     02 IH-ORIGINE PIC x(01).
001490         88 IH-CAPITALISATION VALUE 'C'.
001500         88 IH-ECHEANCE VALUE 'E'.
001510     02 IH-DATE-PASSATION PIC 9(08).
001520 FD  AGIOS-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  AGI-ENREG.
001550     02 AGI-NUMCLI PIC 9(06).
001560     02 AGI-NUMPROD PIC 9(03).
001570     02 AGI-INTITULE PIC x(30).
001580     02 AGI-MONTANT PIC 9(9)v9(2).
001590     02 AGI-DATE-PASSATION PIC 9(08).
001600 FD  DESHERENCE-FILE
001610     LABEL RECORDS ARE STANDARD.
001620 01  DSH-ENREG.
001630     02 DSH-NUMCLI PIC 9(06).
001640     02 DSH-NUMPROD PIC 9(03).
001650     02 DSH-NOM PIC x(30).
001660     02 DSH-INTITULE PIC x(30).
001670     02 DSH-SOMME PIC 9(9)v9(2).
001680     02 DSH-DERNIERE-ACTIVITE PIC 9(08).
001690 FD  PRODCAT-FILE
001700     LABEL RECORDS ARE STANDARD.
001710 01  PRODCAT-ENREG.
001720     02 PC-CODE PIC x(08).
001730     02 PC-LIBELLE PIC x(30).
001740     02 PC-TAUX-ANNUEL PIC 9(02)v9(03).
001750     02 PC-MINIMUM PIC 9(09)v9(02).
001760     02 PC-TERME PIC x(01).
001770         88 PC-A-TERME VALUE 'O'.
001780     02 PC-DUREE-MOIS PIC 9(03).
001790* Table de correspondance comptable (32 positions) : code
001800* produit du catalogue, type de mouvement (DEBI, CRED, INTC,
001810* INTE, AGIO, DESH), compte general a debiter et compte general
001820* a crediter. Un code produit '*' vaut pour tout produit qui
001830* n'a pas de ligne propre pour ce type de mouvement.
001840 FD  CORRESPONDANCE-FILE
001850     LABEL RECORDS ARE STANDARD.
001860 01  MAP-ENREG.
001870     02 MAP-CODE-PRODUIT PIC x(08).
001880     02 MAP-TYPE-MVT PIC x(04).
001890     02 MAP-COMPTE-DEBIT PIC x(10).
001900     02 MAP-COMPTE-CREDIT PIC x(10).
001910* Fichier d'interface comptable a format fixe (100 positions) :
001920* par agence, un en-tete de lot (type 1), les lignes d'ecriture
001930* (type 2) et une fin de lot (type 9) portant le nombre de
001940* lignes et les totaux debit et credit. Montants non signes,
001950* cadres a droite et completes de zeros, deux decimales
001960* implicites.
001970 FD  INTERFACE-FILE
001980     LABEL RECORDS ARE STANDARD.
001990 01  GL-ENTETE.
002000     02 GE-TYPE PIC x(01).
002010     02 GE-DATE-COMPTABLE PIC 9(08).
002020     02 GE-AGENCE PIC 9(03).
002030     02 GE-NUMLOT PIC 9(05).
002040     02 GE-APPLICATION PIC x(08).
002050     02 GE-DATE-CREATION PIC 9(08).
002060     02 GE-HEURE-CREATION PIC 9(08).
002070     02 GE-DEVISE PIC x(03).
002080     02 FILLER PIC x(56).
002090 01  GL-DETAIL.
002100     02 GD-TYPE PIC x(01).
002110     02 GD-DATE-COMPTABLE PIC 9(08).
002120     02 GD-AGENCE PIC 9(03).
002130     02 GD-NUMLOT PIC 9(05).
002140     02 GD-NUMLIGNE PIC 9(05).
002150     02 GD-COMPTE PIC x(10).
002160     02 GD-SENS PIC x(01).
002170     02 GD-MONTANT PIC 9(13)v9(02).
002180     02 GD-TYPE-MVT PIC x(04).
002190     02 GD-NB-MVTS PIC 9(07).
002200     02 GD-LIBELLE PIC x(30).
002210     02 FILLER PIC x(11).
002220 01  GL-FIN.
002230     02 GF-TYPE PIC x(01).
002240     02 GF-DATE-COMPTABLE PIC 9(08).
002250     02 GF-AGENCE PIC 9(03).
002260     02 GF-NUMLOT PIC 9(05).
002270     02 GF-NB-LIGNES PIC 9(05).
002280     02 GF-TOTAL-DEBIT PIC 9(13)v9(02).
002290     02 GF-TOTAL-CREDIT PIC 9(13)v9(02).
002300     02 FILLER PIC x(48).
002310 FD  RAPPORT-FILE
002320     LABEL RECORDS ARE STANDARD.
002330 01  RAP-LIGNE PIC x(132).
002340 FD  SESSION-FILE
002350     LABEL RECORDS ARE STANDARD.
002360 01  SES-ENREG.
002370     02 SES-ETAT PIC x(01).
002380     02 SES-DATE PIC 9(08).
002390     02 SES-HEURE PIC 9(08).
002400 FD  RUNCTL-FILE
002410     LABEL RECORDS ARE STANDARD.
002420 01  CTL-ENREG.
002430     02 CTL-CLE.
002440         03 CTL-DATE-METIER PIC 9(08).
002450         03 CTL-TRAITEMENT PIC x(08).
002460     02 CTL-ETAT PIC x(01).
002470         88 CTL-EN-COURS VALUE 'E'.
002480         88 CTL-TERMINE VALUE 'T'.
002490         88 CTL-ANOMALIE VALUE 'A'.
002500         88 CTL-REFUSE VALUE 'R'.
002510     02 CTL-DATE-DEBUT PIC 9(08).
002520     02 CTL-HEURE-DEBUT PIC 9(08).
002530     02 CTL-DATE-FIN PIC 9(08).
002540     02 CTL-HEURE-FIN PIC 9(08).
002550     02 CTL-CODE-RETOUR PIC 9(04).
002560     02 CTL-NB-LUS PIC 9(09).
002570     02 CTL-NB-ECRITS PIC 9(09).
002580     02 CTL-NB-REJETS PIC 9(09).
002590     02 CTL-NB-PASSAGES PIC 9(03).
002600     02 CTL-FORCAGE PIC x(01).
002610         88 CTL-FORCE VALUE 'O'.
002620     02 CTL-MODE PIC x(01).
002630         88 CTL-MODE-NORMAL VALUE 'N'.
002640         88 CTL-MODE-REPRISE VALUE 'R'.
002650         88 CTL-MODE-FORCE VALUE 'F'.
002660     02 CTL-DATE-REFERENCE PIC 9(08).
002670     02 FILLER PIC x(07).
002680 01  CTL-DATE-ENREG.
002690     02 FILLER PIC x(16).
002700     02 CTL-DM-ETAT PIC x(01).
002710         88 CTL-DM-OUVERTE VALUE 'O'.
002720         88 CTL-DM-FERMEE VALUE 'F'.
002730     02 CTL-DM-DATE-COURANTE PIC 9(08).
002740     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
002750     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
002760     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
002770     02 FILLER PIC x(51).
002780 WORKING-STORAGE SECTION.
002790
002800* Garde de la fenetre batch : le drapeau de session en ligne
002810* (fichier SESSION, pose par l'ecran) interdit le demarrage du
002820* job tant qu'un poste tient les fichiers ouverts.
002830 01 SESSION-STATUS PIC x(02).
002840     88 SESSION-OK VALUE '00'.
002850     88 SESSION-INEXISTANTE VALUE '35'.
002860 77 session-ouverte-sw PIC x(01) VALUE 'N'.
002870     88 session-ouverte VALUE 'O'.
002880
002890 01 CLIENT-FILE-STATUS PIC x(02).
002900     88 CLIENT-FILE-OK VALUE '00'.
002910
002920 01 CONTRAT-FILE-STATUS PIC x(02).
002930     88 CONTRAT-FILE-OK VALUE '00'.
002940
002950 01 HISTO-STATUS PIC x(02).
002960     88 HISTO-OK VALUE '00'.
002970     88 HISTO-INEXISTANT VALUE '35'.
002980
002990 01 INTHIST-STATUS PIC x(02).
003000     88 INTHIST-OK VALUE '00'.
003010     88 INTHIST-INEXISTANT VALUE '35'.
003020
003030 01 AGIOS-STATUS PIC x(02).
003040     88 AGIOS-OK VALUE '00'.
003050
003060 01 DESHERENCE-STATUS PIC x(02).
003070     88 DESHERENCE-OK VALUE '00'.
003080
003090 01 PRODCAT-STATUS PIC x(02).
003100     88 PRODCAT-OK VALUE '00'.
003110
003120 01 CORRESPONDANCE-STATUS PIC x(02).
003130     88 CORRESPONDANCE-OK VALUE '00'.
003140
003150 01 INTERFACE-STATUS PIC x(02).
003160     88 INTERFACE-OK VALUE '00'.
003170
003180 01 RAPPORT-STATUS PIC x(02).
003190     88 RAPPORT-OK VALUE '00'.
003200
003210 77 interface-echouee-sw PIC x(01).
003220     88 interface-echouee VALUE 'O'.
003230
003240 77 fin-lecture-sw PIC x(01).
003250     88 fin-lecture VALUE 'O'.
003260
003270 77 fin-catalogue-sw PIC x(01).
003280     88 fin-catalogue VALUE 'O'.
003290
003300 77 historique-present-sw PIC x(01) VALUE 'N'.
003310     88 historique-present VALUE 'O'.
003320
003330 77 interets-presents-sw PIC x(01) VALUE 'N'.
003340     88 interets-presents VALUE 'O'.
003350
003360* Les extraits des traitements mensuel (CALCAGI) et annuel
003370* (DETDORM) ne sont repris que le jour ou ces traitements se
003380* sont termines pour la date metier (fichier RUNCTL).
003390 77 agios-a-integrer-sw PIC x(01) VALUE 'N'.
003400     88 agios-a-integrer VALUE 'O'.
003410 77 desherence-a-integrer-sw PIC x(01) VALUE 'N'.
003420     88 desherence-a-integrer VALUE 'O'.
003430 77 nb-extraits-en-attente PIC 9(03) COMP VALUE ZERO.
003440
003450 77 produit-trouve-sw PIC x(01).
003460     88 produit-trouve VALUE 'O'.
003470 77 correspondance-trouvee-sw PIC x(01).
003480     88 correspondance-trouvee VALUE 'O'.
003490 77 position-trouvee-sw PIC x(01).
003500     88 position-trouvee VALUE 'O'.
003510 77 lot-ouvert-sw PIC x(01).
003520     88 lot-ouvert VALUE 'O'.
003530 77 section-attente-sw PIC x(01) VALUE 'N'.
003540     88 section-attente-ecrite VALUE 'O'.
003550 77 ecritures-equilibrees-sw PIC x(01) VALUE 'N'.
003560     88 ecritures-equilibrees VALUE 'O'.
003570
003580* Parametre lu en SYSIN : compte general d'attente, qui recoit
003590* les deux jambes d'une ecriture dont le produit est inconnu
003600* du catalogue ou sans ligne dans la table de correspondance.
003610 77 compte-attente PIC x(10).
003620
003630 01 date-traitement PIC 9(08).
003640 01 date-traitement-decoupe REDEFINES date-traitement.
003650     02 dt-aaaa PIC 9(04).
003660     02 dt-mm PIC 9(02).
003670     02 dt-jj PIC 9(02).
003680 01 date-creation PIC 9(08).
003690 01 heure-creation PIC 9(08).
003700
003710* Cle RUNCTL d'un traitement mensuel (AAAAMM00) ou annuel
003720* (AAAA0000).
003730 01 cle-periode PIC 9(08).
003740 01 cle-periode-decoupe REDEFINES cle-periode.
003750     02 cp-aaaa PIC 9(04).
003760     02 cp-mm PIC 9(02).
003770     02 cp-jj PIC 9(02).
003780
003790* Catalogue des produits financiers (fichier PRODCAT charge en
003800* table) : le code produit d'un contrat est retrouve par son
003810* intitule.
003820 01 TABLE-CATALOGUE.
003830     02 PRODUIT-CATALOGUE OCCURS 50 TIMES.
003840         03 CAT-CODE PIC x(08).
003850         03 CAT-LIBELLE PIC x(30).
003860 77 nb-produits-catalogue PIC 9(04) COMP VALUE ZERO.
003870 77 idx-catalogue PIC 9(04) COMP.
003880
003890* Table de correspondance comptable (fichier CPTMAP).
003900 01 TABLE-CORRESPONDANCES.
003910     02 CORRESPONDANCE OCCURS 200 TIMES.
003920         03 COR-CODE-PRODUIT PIC x(08).
003930         03 COR-TYPE-MVT PIC x(04).
003940         03 COR-COMPTE-DEBIT PIC x(10).
003950         03 COR-COMPTE-CREDIT PIC x(10).
003960 77 nb-correspondances PIC 9(04) COMP VALUE ZERO.
003970 77 idx-correspondance PIC 9(04) COMP.
003980 77 code-cherche PIC x(08).
003990
004000* Types de mouvement comptabilises et libelles des lignes
004010* d'ecriture, avec le nombre et le montant des mouvements de
004020* chaque origine.
004030 01 TABLE-TYPES-MVT.
004040     02 FILLER PIC x(30) VALUE 'DEBIDEBITS CLIENTS (POSTMVT)'.
004050     02 FILLER PIC x(30) VALUE 'CREDCREDITS CLIENTS (POSTMVT)'.
004060     02 FILLER PIC x(30) VALUE 'INTCINTERETS CAPITALISES'.
004070     02 FILLER PIC x(30) VALUE 'INTEINTERETS DEPOTS A TERME'.
004080     02 FILLER PIC x(30) VALUE 'AGIOAGIOS DEBITEURS'.
004090     02 FILLER PIC x(30) VALUE 'DESHVERSEMENTS EN DESHERENCE'.
004100 01 TYPES-MVT-REDEF REDEFINES TABLE-TYPES-MVT.
004110     02 TYPE-MVT OCCURS 6 TIMES.
004120         03 TM-CODE PIC x(04).
004130         03 TM-LIBELLE PIC x(26).
004140 01 TABLE-TOTAUX-TYPES.
004150     02 TOTAL-TYPE OCCURS 6 TIMES.
004160         03 TT-NB PIC 9(07) COMP.
004170         03 TT-MONTANT PIC 9(13)v9(02).
004180 77 nb-types-mvt PIC 9(04) COMP VALUE 6.
004190 77 idx-type PIC 9(04) COMP.
004200
004210* Mouvement en cours de comptabilisation.
004220 01 evenement.
004230     02 evt-numcli PIC 9(06).
004240     02 evt-numprod PIC 9(03).
004250     02 evt-intitule PIC x(30).
004260     02 evt-code-produit PIC x(08).
004270     02 evt-montant PIC 9(9)v9(2).
004280 77 evt-type-idx PIC 9(04) COMP.
004290 77 compte-debit PIC x(10).
004300 77 compte-credit PIC x(10).
004310 77 motif-attente PIC x(20).
004320
004330* Intitule du contrat courant et agence du client courant (mis
004340* en cache tant que la cle ne change pas).
004350 01 contrat-lu.
004360     02 cl-numcli PIC 9(06) VALUE ZERO.
004370     02 cl-numprod PIC 9(03) VALUE ZERO.
004380 77 intitule-contrat PIC x(30).
004390 77 numcli-lu PIC 9(06) VALUE ZERO.
004400 77 agence-client PIC 9(03) VALUE ZERO.
004410
004420* Lignes d'ecriture cumulees, tenues triees sur agence, compte,
004430* sens et type de mouvement.
004440 01 ligne-courante.
004450     02 lc-cle.
004460         03 lc-agence PIC 9(03).
004470         03 lc-compte PIC x(10).
004480         03 lc-sens PIC x(01).
004490         03 lc-type PIC x(04).
004500     02 lc-montant PIC 9(13)v9(02).
004510 01 TABLE-LIGNES.
004520     02 LIGNE-GL OCCURS 2000 TIMES.
004530         03 LG-CLE.
004540             04 LG-AGENCE PIC 9(03).
004550             04 LG-COMPTE PIC x(10).
004560             04 LG-SENS PIC x(01).
004570             04 LG-TYPE PIC x(04).
004580         03 LG-MONTANT PIC 9(13)v9(02).
004590         03 LG-NB-MVTS PIC 9(07).
004600 77 nb-lignes-table PIC 9(04) COMP VALUE ZERO.
004610 77 idx-ligne PIC 9(04) COMP.
004620 77 idx-decalage PIC 9(04) COMP.
004630
004640* Synthese par compte general, tenue triee sur le compte.
004650 01 TABLE-COMPTES.
004660     02 COMPTE-GL OCCURS 500 TIMES.
004670         03 CG-COMPTE PIC x(10).
004680         03 CG-NB-LIGNES PIC 9(05).
004690         03 CG-NB-MVTS PIC 9(07).
004700         03 CG-DEBIT PIC 9(13)v9(02).
004710         03 CG-CREDIT PIC 9(13)v9(02).
004720 77 nb-comptes PIC 9(04) COMP VALUE ZERO.
004730 77 idx-compte PIC 9(04) COMP.
004740
004750* Lot courant et totaux generaux.
004760 77 agence-lot PIC 9(03).
004770 77 numlot PIC 9(05) VALUE ZERO.
004780 77 lot-nb-lignes PIC 9(05).
004790 77 lot-debit PIC 9(13)v9(02).
004800 77 lot-credit PIC 9(13)v9(02).
004810 77 total-debit PIC 9(13)v9(02) VALUE ZERO.
004820 77 total-credit PIC 9(13)v9(02) VALUE ZERO.
004830 77 solde-compte PIC S9(13)v9(02).
004840
004850 77 nb-evenements PIC 9(07) COMP VALUE ZERO.
004860 77 nb-lignes-ecrites PIC 9(07) COMP VALUE ZERO.
004870 77 nb-lots PIC 9(05) COMP VALUE ZERO.
004880 77 nb-lots-desequilibres PIC 9(05) COMP VALUE ZERO.
004890 77 nb-sans-correspondance PIC 9(05) COMP VALUE ZERO.
004900 77 nb-clients-inconnus PIC 9(05) COMP VALUE ZERO.
004910
004920 01 rap-compteur-edit PIC 9(07).
004930 01 rap-total-edit PIC 9(13).99.
004940
004950 01 rap-attente.
004960     02 FILLER PIC x(01) VALUE SPACE.
004970     02 ra-type PIC x(04).
004980     02 FILLER PIC x(02) VALUE SPACES.
004990     02 ra-agence PIC 9(03).
005000     02 FILLER PIC x(02) VALUE SPACES.
005010     02 ra-numcli PIC 9(06).
005020     02 FILLER PIC x(01) VALUE SPACE.
005030     02 ra-numprod PIC 9(03).
005040     02 FILLER PIC x(02) VALUE SPACES.
005050     02 ra-code-produit PIC x(08).
005060     02 FILLER PIC x(02) VALUE SPACES.
005070     02 ra-montant PIC 9(9).99.
005080     02 FILLER PIC x(02) VALUE SPACES.
005090     02 ra-motif PIC x(20).
005100     02 FILLER PIC x(02) VALUE SPACES.
005110     02 ra-intitule PIC x(30).
005120
005130 01 rap-lot.
005140     02 FILLER PIC x(01) VALUE SPACE.
005150     02 rl-agence PIC 9(03).
005160     02 FILLER PIC x(03) VALUE SPACES.
005170     02 rl-numlot PIC 9(05).
005180     02 FILLER PIC x(03) VALUE SPACES.
005190     02 rl-nb-lignes PIC 9(05).
005200     02 FILLER PIC x(03) VALUE SPACES.
005210     02 rl-debit PIC 9(13).99.
005220     02 FILLER PIC x(03) VALUE SPACES.
005230     02 rl-credit PIC 9(13).99.
005240     02 FILLER PIC x(03) VALUE SPACES.
005250     02 rl-etat PIC x(12).
005260
005270 01 rap-compte.
005280     02 FILLER PIC x(01) VALUE SPACE.
005290     02 rc-compte PIC x(10).
005300     02 FILLER PIC x(03) VALUE SPACES.
005310     02 rc-nb-lignes PIC 9(05).
005320     02 FILLER PIC x(03) VALUE SPACES.
005330     02 rc-nb-mvts PIC 9(07).
005340     02 FILLER PIC x(03) VALUE SPACES.
005350     02 rc-debit PIC 9(13).99.
005360     02 FILLER PIC x(03) VALUE SPACES.
005370     02 rc-credit PIC 9(13).99.
005380     02 FILLER PIC x(03) VALUE SPACES.
005390     02 rc-solde PIC -9(13).99.
005400
005410 01 rap-type.
005420     02 FILLER PIC x(01) VALUE SPACE.
005430     02 rt-code PIC x(04).
005440     02 FILLER PIC x(02) VALUE SPACES.
005450     02 rt-libelle PIC x(26).
005460     02 FILLER PIC x(02) VALUE SPACES.
005470     02 rt-nb PIC 9(07).
005480     02 FILLER PIC x(03) VALUE SPACES.
005490     02 rt-montant PIC 9(13).99.
005500
005510* Controle d'execution de la chaine (fichier RUNCTL) : date metier
005520* posee par FENBAT OUVRIR, second passage reussi pour la meme date
005530* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
005540* demarrage refuse tant que le traitement prerequis n'est pas
005550* termine pour la date metier.
005560 01 RUNCTL-STATUS PIC x(02).
005570     88 RUNCTL-OK VALUE '00'.
005580     88 RUNCTL-INEXISTANT VALUE '35'.
005590 77 ctl-programme PIC x(08) VALUE 'INTCPT'.
005600 77 ctl-prerequis PIC x(08) VALUE 'RAPMVT'.
005610 77 ctl-periodicite PIC x(01) VALUE 'J'.
005620     88 ctl-quotidien VALUE 'J'.
005630     88 ctl-mensuel VALUE 'M'.
005640     88 ctl-annuel VALUE 'A'.
005650 77 ctl-existant-sw PIC x(01).
005660     88 ctl-existant VALUE 'O'.
005670 77 execution-refusee-sw PIC x(01) VALUE 'N'.
005680     88 execution-refusee VALUE 'O'.
005690 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
005700     88 execution-inscrite VALUE 'O'.
005710 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
005720     88 execution-interrompue VALUE 'O'.
005730 77 execution-forcee-sw PIC x(01) VALUE 'N'.
005740     88 execution-forcee VALUE 'O'.
005750 01 controle-sauve PIC x(100).
005760 01 date-metier PIC 9(08).
005770 01 periode-controle PIC 9(08).
005780 01 periode-controle-decoupe REDEFINES periode-controle.
005790     02 pc-aaaa PIC 9(04).
005800     02 pc-mm PIC 9(02).
005810     02 pc-jj PIC 9(02).
005820
005830 PROCEDURE DIVISION.
005840
005850******************************************************************
005860* 0000-MAINLINE
005870*    Controle la session en ligne, charge les tables, cumule
005880*    les ecritures de chaque origine, controle l'equilibre,
005890*    ecrit les lots de l'interface et edite la synthese.
005900******************************************************************
005910 0000-MAINLINE.
005920     PERFORM 0500-CONTROLER-SESSION THRU 0500-EXIT.
005930     IF session-ouverte
005940         MOVE 8 TO RETURN-CODE
005950         STOP RUN
005960     END-IF.
005970     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
005980     IF execution-refusee
005990         STOP RUN
006000     END-IF.
006010     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
006020     IF NOT interface-echouee
006030         PERFORM 2000-TRAITER-MOUVEMENTS THRU 2000-EXIT
006040         PERFORM 3000-TRAITER-INTERETS THRU 3000-EXIT
006050         PERFORM 4000-TRAITER-AGIOS THRU 4000-EXIT
006060         PERFORM 4500-TRAITER-DESHERENCE THRU 4500-EXIT
006070         PERFORM 6000-CONTROLER-EQUILIBRE THRU 6000-EXIT
006080         PERFORM 6500-ECRIRE-LOTS THRU 6500-EXIT
006090         PERFORM 7000-EDITER-SYNTHESE THRU 7000-EXIT
006100         PERFORM 9000-TERMINAISON THRU 9000-EXIT
006110     END-IF.
006120     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
006130     STOP RUN.
006140
006150******************************************************************
006160* 0500-CONTROLER-SESSION
006170*    Consulte le drapeau de session en ligne (fichier SESSION) :
006180*    un etat O signale un ecran encore ouvert sur les fichiers,
006190*    le job est refuse. Drapeau absent = aucune session.
006200******************************************************************
006210 0500-CONTROLER-SESSION.
006220     MOVE 'N' TO session-ouverte-sw.
006230     OPEN INPUT SESSION-FILE.
006240     IF SESSION-INEXISTANTE
006250         GO TO 0500-EXIT
006260     END-IF.
006270     IF NOT SESSION-OK
006280         DISPLAY "INTCPT : DRAPEAU DE SESSION ILLISIBLE - CODE "
006290             SESSION-STATUS " - JOB REFUSE."
006300         SET session-ouverte TO TRUE
006310         GO TO 0500-EXIT
006320     END-IF.
006330     READ SESSION-FILE
006340         AT END
006350             CONTINUE
006360     END-READ.
006370     IF SESSION-OK AND SES-ETAT = 'O'
006380         DISPLAY "INTCPT : UNE SESSION EN LIGNE TIENT ENCORE"
006390             " LES FICHIERS (DEPUIS " SES-DATE " " SES-HEURE
006400             ") - JOB REFUSE."
006410         SET session-ouverte TO TRUE
006420     END-IF.
006430     CLOSE SESSION-FILE.
006440 0500-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480* 0600-OUVRIR-CONTROLE
006490*    Controle d'execution (fichier RUNCTL) : lit la date metier
006500*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
006510*    la meme date ou periode (code retour 4) sauf forcage, refuse
006520*    le demarrage tant que le prerequis n'est pas termine pour la
006530*    date metier (code retour 8), puis inscrit le passage a l'etat
006540*    en cours. Un passage precedent reste en cours ou termine en
006550*    anomalie signale une relance apres incident.
006560******************************************************************
006570 0600-OUVRIR-CONTROLE.
006580     MOVE 'N' TO execution-refusee-sw.
006590     MOVE 'N' TO execution-inscrite-sw.
006600     MOVE 'N' TO execution-interrompue-sw.
006610     MOVE 'N' TO execution-forcee-sw.
006620     OPEN I-O RUNCTL-FILE.
006630     IF NOT RUNCTL-OK
006640         DISPLAY "INTCPT : FICHIER DE CONTROLE RUNCTL"
006650             " INACCESSIBLE - CODE " RUNCTL-STATUS
006660             " - JOB REFUSE."
006670         SET execution-refusee TO TRUE
006680         MOVE 8 TO RETURN-CODE
006690         GO TO 0600-EXIT
006700     END-IF.
006710     MOVE ZERO TO CTL-DATE-METIER.
006720     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
006730     READ RUNCTL-FILE
006740         INVALID KEY
006750             DISPLAY "INTCPT : DATE METIER NON POSEE"
006760                 " (FENBAT OUVRIR) - JOB REFUSE."
006770             SET execution-refusee TO TRUE
006780             MOVE 8 TO RETURN-CODE
006790             CLOSE RUNCTL-FILE
006800             GO TO 0600-EXIT
006810     END-READ.
006820     MOVE CTL-DM-DATE-COURANTE TO date-metier.
006830     MOVE date-metier TO periode-controle.
006840     IF ctl-mensuel
006850         MOVE ZERO TO pc-jj
006860     END-IF.
006870     IF ctl-annuel
006880         MOVE ZERO TO pc-mm
006890         MOVE ZERO TO pc-jj
006900     END-IF.
006910     MOVE 'O' TO ctl-existant-sw.
006920     MOVE periode-controle TO CTL-DATE-METIER.
006930     MOVE ctl-programme TO CTL-TRAITEMENT.
006940     READ RUNCTL-FILE
006950         INVALID KEY
006960             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
006970     END-READ.
006980     IF CTL-FORCE
006990         SET execution-forcee TO TRUE
007000     END-IF.
007010     IF CTL-TERMINE AND NOT execution-forcee
007020         DISPLAY "INTCPT : DEJA TERMINE POUR " periode-controle
007030             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
007040             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
007050         SET execution-refusee TO TRUE
007060         MOVE 4 TO RETURN-CODE
007070         CLOSE RUNCTL-FILE
007080         GO TO 0600-EXIT
007090     END-IF.
007100     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
007110         SET execution-interrompue TO TRUE
007120     END-IF.
007130     MOVE CTL-ENREG TO controle-sauve.
007140     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
007150         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
007160     END-IF.
007170     MOVE controle-sauve TO CTL-ENREG.
007180     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
007190     ACCEPT CTL-HEURE-DEBUT FROM TIME.
007200     MOVE ZERO TO CTL-DATE-FIN.
007210     MOVE ZERO TO CTL-HEURE-FIN.
007220     MOVE date-metier TO CTL-DATE-REFERENCE.
007230     ADD 1 TO CTL-NB-PASSAGES.
007240     IF execution-refusee
007250         GO TO 0600-REFUS
007260     END-IF.
007270     MOVE 'E' TO CTL-ETAT.
007280     MOVE ZERO TO CTL-CODE-RETOUR.
007290     MOVE ZERO TO CTL-NB-LUS.
007300     MOVE ZERO TO CTL-NB-ECRITS.
007310     MOVE ZERO TO CTL-NB-REJETS.
007320     MOVE 'N' TO CTL-FORCAGE.
007330     MOVE 'N' TO CTL-MODE.
007340     IF execution-interrompue
007350         MOVE 'R' TO CTL-MODE
007360         DISPLAY "INTCPT : PASSAGE PRECEDENT INTERROMPU POUR "
007370             periode-controle " - RELANCE APRES INCIDENT."
007380     END-IF.
007390     IF execution-forcee
007400         MOVE 'F' TO CTL-MODE
007410         DISPLAY "INTCPT : PASSAGE FORCE POUR "
007420             periode-controle "."
007430     END-IF.
007440     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
007450     IF NOT execution-refusee
007460         SET execution-inscrite TO TRUE
007470     END-IF.
007480     CLOSE RUNCTL-FILE.
007490     GO TO 0600-EXIT.
007500 0600-REFUS.
007510*    Un passage interrompu garde son etat : seul un refus sur un
007520*    traitement non encore lance (ou deja refuse) est inscrit.
007530     IF ctl-existant AND NOT CTL-REFUSE
007540         CLOSE RUNCTL-FILE
007550         GO TO 0600-EXIT
007560     END-IF.
007570     MOVE 'R' TO CTL-ETAT.
007580     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
007590     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
007600     CLOSE RUNCTL-FILE.
007610 0600-EXIT.
007620     EXIT.
007630
007631******************************************************************
007632* 0610-INITIALISER-CONTROLE
007633*    Prepare un enregistrement de controle vierge pour le
007634*    traitement et la periode courants (premier passage).
007635******************************************************************
007640 0610-INITIALISER-CONTROLE.
007650     MOVE 'N' TO ctl-existant-sw.
007660     MOVE SPACES TO CTL-ENREG.
007670     MOVE periode-controle TO CTL-DATE-METIER.
007680     MOVE ctl-programme TO CTL-TRAITEMENT.
007690     MOVE ZERO TO CTL-CODE-RETOUR.
007700     MOVE ZERO TO CTL-NB-LUS.
007710     MOVE ZERO TO CTL-NB-ECRITS.
007720     MOVE ZERO TO CTL-NB-REJETS.
007730     MOVE ZERO TO CTL-NB-PASSAGES.
007740     MOVE 'N' TO CTL-FORCAGE.
007750     MOVE 'N' TO CTL-MODE.
007760     MOVE ZERO TO CTL-DATE-REFERENCE.
007770 0610-EXIT.
007780     EXIT.
007790
007800******************************************************************
007810* 0620-CONTROLER-PREREQUIS
007820*    Le traitement prerequis doit etre termine (code retour 4 au
007830*    plus) pour la date metier ; sinon le demarrage est refuse.
007840******************************************************************
007850 0620-CONTROLER-PREREQUIS.
007860     MOVE date-metier TO CTL-DATE-METIER.
007870     MOVE ctl-prerequis TO CTL-TRAITEMENT.
007880     READ RUNCTL-FILE
007890         INVALID KEY
007900             MOVE SPACES TO CTL-ETAT
007910     END-READ.
007920     IF NOT CTL-TERMINE
007930         DISPLAY "INTCPT : PREREQUIS " ctl-prerequis
007940             " NON TERMINE POUR LA DATE METIER " date-metier
007950             " - JOB REFUSE."
007960         SET execution-refusee TO TRUE
007970         MOVE 8 TO RETURN-CODE
007980     END-IF.
007990 0620-EXIT.
008000     EXIT.
008010
008011******************************************************************
008012* 0630-ECRIRE-CONTROLE
008013*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
008014*    d'ecriture refuse le job (code retour 8).
008015******************************************************************
008020 0630-ECRIRE-CONTROLE.
008030     IF ctl-existant
008040         REWRITE CTL-ENREG
008050     ELSE
008060         WRITE CTL-ENREG
008070     END-IF.
008080     IF NOT RUNCTL-OK
008090         DISPLAY "INTCPT : ERREUR ECRITURE RUNCTL - CODE "
008100             RUNCTL-STATUS " - JOB REFUSE."
008110         SET execution-refusee TO TRUE
008120         MOVE 8 TO RETURN-CODE
008130     END-IF.
008140 0630-EXIT.
008150     EXIT.
008160
008170******************************************************************
008180* 1000-INITIALISATION
008190*    Lit le compte d'attente en SYSIN, charge le catalogue et la
008200*    table de correspondance, determine les extraits a reprendre,
008210*    ouvre les fichiers et ecrit l'en-tete du rapport.
008220******************************************************************
008230 1000-INITIALISATION.
008240     MOVE 'N' TO interface-echouee-sw.
008250     MOVE date-metier TO date-traitement.
008260     ACCEPT date-creation FROM DATE YYYYMMDD.
008270     ACCEPT heure-creation FROM TIME.
008280     MOVE 1 TO idx-type.
008290     PERFORM 1010-RAZ-TOTAL-TYPE THRU 1010-EXIT
008300         UNTIL idx-type > nb-types-mvt.
008310     MOVE SPACES TO compte-attente.
008320     ACCEPT compte-attente.
008330     IF compte-attente = SPACES
008340         DISPLAY "INTCPT : COMPTE D'ATTENTE ABSENT DE SYSIN -"
008350             " INTERFACE REFUSEE."
008360         SET interface-echouee TO TRUE
008370         MOVE 8 TO RETURN-CODE
008380         GO TO 1000-EXIT
008390     END-IF.
008400     PERFORM 1100-CHARGER-CATALOGUE THRU 1100-EXIT.
008410     IF interface-echouee
008420         GO TO 1000-EXIT
008430     END-IF.
008440     PERFORM 1200-CHARGER-CORRESPONDANCES THRU 1200-EXIT.
008450     IF interface-echouee
008460         GO TO 1000-EXIT
008470     END-IF.
008480     PERFORM 1300-CONTROLER-EXTRAITS THRU 1300-EXIT.
008490     IF interface-echouee
008500         GO TO 1000-EXIT
008510     END-IF.
008520     PERFORM 1400-OUVRIR-FICHIERS THRU 1400-EXIT.
008530     IF interface-echouee
008540         GO TO 1000-EXIT
008550     END-IF.
008560     PERFORM 1500-ECRIRE-ENTETE THRU 1500-EXIT.
008570 1000-EXIT.
008580     EXIT.
008590
008600 1010-RAZ-TOTAL-TYPE.
008610     MOVE ZERO TO TT-NB(idx-type).
008620     MOVE ZERO TO TT-MONTANT(idx-type).
008630     ADD 1 TO idx-type.
008640 1010-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680* 1100-CHARGER-CATALOGUE
008690*    Charge le catalogue des produits (fichier PRODCAT) dans la
008700*    table en memoire. Un catalogue absent ou vide arrete le
008710*    traitement (code retour 8).
008720******************************************************************
008730 1100-CHARGER-CATALOGUE.
008740     MOVE ZERO TO nb-produits-catalogue.
008750     MOVE 'N' TO fin-catalogue-sw.
008760     OPEN INPUT PRODCAT-FILE.
008770     IF NOT PRODCAT-OK
008780         DISPLAY "INTCPT : CATALOGUE PRODUITS INACCESSIBLE - "
008790             "CODE " PRODCAT-STATUS
008800         SET interface-echouee TO TRUE
008810         MOVE 8 TO RETURN-CODE
008820         GO TO 1100-EXIT
008830     END-IF.
008840     PERFORM 1110-LIRE-PRODCAT THRU 1110-EXIT
008850         UNTIL fin-catalogue.
008860     CLOSE PRODCAT-FILE.
008870     IF nb-produits-catalogue = ZERO
008880         DISPLAY "INTCPT : CATALOGUE PRODUITS VIDE - "
008890             "INTERFACE REFUSEE."
008900         SET interface-echouee TO TRUE
008910         MOVE 8 TO RETURN-CODE
008920     END-IF.
008930 1100-EXIT.
008940     EXIT.
008950
008960 1110-LIRE-PRODCAT.
008970     READ PRODCAT-FILE
008980         AT END
008990             SET fin-catalogue TO TRUE
009000             GO TO 1110-EXIT
009010     END-READ.
009020     IF nb-produits-catalogue >= 50
009030         DISPLAY "INTCPT : CATALOGUE PRODUITS TRONQUE A 50"
009040             " PRODUITS."
009050         SET fin-catalogue TO TRUE
009060         GO TO 1110-EXIT
009070     END-IF.
009080     ADD 1 TO nb-produits-catalogue.
009090     MOVE PC-CODE TO CAT-CODE(nb-produits-catalogue).
009100     MOVE PC-LIBELLE TO CAT-LIBELLE(nb-produits-catalogue).
009110 1110-EXIT.
009120     EXIT.
009130
009140******************************************************************
009150* 1200-CHARGER-CORRESPONDANCES
009160*    Charge la table de correspondance comptable (fichier
009170*    CPTMAP). Une table absente, vide ou qui deborde arrete le
009180*    traitement (code retour 8) : des comptes manquants
009190*    enverraient toute la journee au compte d'attente.
009200******************************************************************
009210 1200-CHARGER-CORRESPONDANCES.
009220     MOVE ZERO TO nb-correspondances.
009230     MOVE 'N' TO fin-lecture-sw.
009240     OPEN INPUT CORRESPONDANCE-FILE.
009250     IF NOT CORRESPONDANCE-OK
009260         DISPLAY "INTCPT : TABLE DE CORRESPONDANCE CPTMAP"
009270             " INACCESSIBLE - CODE " CORRESPONDANCE-STATUS
009280         SET interface-echouee TO TRUE
009290         MOVE 8 TO RETURN-CODE
009300         GO TO 1200-EXIT
009310     END-IF.
009320     PERFORM 1210-LIRE-CORRESPONDANCE THRU 1210-EXIT
009330         UNTIL fin-lecture.
009340     CLOSE CORRESPONDANCE-FILE.
009350     IF interface-echouee
009360         GO TO 1200-EXIT
009370     END-IF.
009380     IF nb-correspondances = ZERO
009390         DISPLAY "INTCPT : TABLE DE CORRESPONDANCE CPTMAP VIDE"
009400             " - INTERFACE REFUSEE."
009410         SET interface-echouee TO TRUE
009420         MOVE 8 TO RETURN-CODE
009430     END-IF.
009440 1200-EXIT.
009450     EXIT.
009460
009470 1210-LIRE-CORRESPONDANCE.
009480     READ CORRESPONDANCE-FILE
009490         AT END
009500             SET fin-lecture TO TRUE
009510             GO TO 1210-EXIT
009520     END-READ.
009530     IF nb-correspondances >= 200
009540         DISPLAY "INTCPT : TABLE DE CORRESPONDANCE AU-DELA DE"
009550             " 200 LIGNES - INTERFACE REFUSEE."
009560         SET interface-echouee TO TRUE
009570         SET fin-lecture TO TRUE
009580         MOVE 8 TO RETURN-CODE
009590         GO TO 1210-EXIT
009600     END-IF.
009610     ADD 1 TO nb-correspondances.
009620     MOVE MAP-CODE-PRODUIT TO
009630         COR-CODE-PRODUIT(nb-correspondances).
009640     MOVE MAP-TYPE-MVT TO COR-TYPE-MVT(nb-correspondances).
009650     MOVE MAP-COMPTE-DEBIT TO
009660         COR-COMPTE-DEBIT(nb-correspondances).
009670     MOVE MAP-COMPTE-CREDIT TO
009680         COR-COMPTE-CREDIT(nb-correspondances).
009690 1210-EXIT.
009700     EXIT.
009710
009720******************************************************************
009730* 1300-CONTROLER-EXTRAITS
009740*    Consulte le fichier de controle RUNCTL : l'extrait des
009750*    agios (CALCAGI, passage du mois) et l'extrait de
009760*    desherence (DETDORM, passage de l'annee) ne sont repris
009770*    que si le traitement s'est termine pour la date metier.
009780*    Un passage en cours ou en anomalie pour cette date laisse
009790*    l'extrait de cote et donne le code retour 4.
009800******************************************************************
009810 1300-CONTROLER-EXTRAITS.
009820     MOVE 'N' TO agios-a-integrer-sw.
009830     MOVE 'N' TO desherence-a-integrer-sw.
009840     OPEN INPUT RUNCTL-FILE.
009850     IF NOT RUNCTL-OK
009860         DISPLAY "INTCPT : FICHIER DE CONTROLE RUNCTL"
009870             " INACCESSIBLE - CODE " RUNCTL-STATUS
009880         SET interface-echouee TO TRUE
009890         MOVE 8 TO RETURN-CODE
009900         GO TO 1300-EXIT
009910     END-IF.
009920     MOVE date-traitement TO cle-periode.
009930     MOVE ZERO TO cp-jj.
009940     MOVE cle-periode TO CTL-DATE-METIER.
009950     MOVE 'CALCAGI' TO CTL-TRAITEMENT.
009960     PERFORM 1310-LIRE-PASSAGE THRU 1310-EXIT.
009970     IF CTL-ETAT NOT = SPACES
009980         IF CTL-TERMINE
009990             SET agios-a-integrer TO TRUE
010000         ELSE
010010             DISPLAY "INTCPT : CALCAGI NON TERMINE POUR LA "
010020                 "DATE METIER - AGIOS NON REPRIS."
010030             ADD 1 TO nb-extraits-en-attente
010040         END-IF
010050     END-IF.
010060     MOVE ZERO TO cp-mm.
010070     MOVE cle-periode TO CTL-DATE-METIER.
010080     MOVE 'DETDORM' TO CTL-TRAITEMENT.
010090     PERFORM 1310-LIRE-PASSAGE THRU 1310-EXIT.
010100     IF CTL-ETAT NOT = SPACES
010110         IF CTL-TERMINE
010120             SET desherence-a-integrer TO TRUE
010130         ELSE
010140             DISPLAY "INTCPT : DETDORM NON TERMINE POUR LA "
010150                 "DATE METIER - DESHERENCE NON REPRISE."
010160             ADD 1 TO nb-extraits-en-attente
010170         END-IF
010180     END-IF.
010190     CLOSE RUNCTL-FILE.
010200 1300-EXIT.
010210     EXIT.
010220
010230* Lit le passage d'un traitement ; etat a blanc si le
010240* traitement n'a pas tourne pour la date metier (passage absent,
010250* passage d'une autre date de la periode ou refus).
010260 1310-LIRE-PASSAGE.
010270     READ RUNCTL-FILE
010280         INVALID KEY
010290             MOVE SPACES TO CTL-ETAT
010300             GO TO 1310-EXIT
010310     END-READ.
010320     IF CTL-DATE-REFERENCE NOT = date-traitement OR CTL-REFUSE
010330         MOVE SPACES TO CTL-ETAT
010340     END-IF.
010350 1310-EXIT.
010360     EXIT.
010370
010380******************************************************************
010390* 1400-OUVRIR-FICHIERS
010400*    Ouvre les clients, les contrats, les historiques et les
010410*    extraits a reprendre en lecture, l'interface et le rapport
010420*    en sortie. Un historique absent (aucune passation encore
010430*    historisee) n'apporte simplement aucun mouvement.
010440******************************************************************
010450 1400-OUVRIR-FICHIERS.
010460     OPEN INPUT CLIENT-FILE.
010470     IF NOT CLIENT-FILE-OK
010480         DISPLAY "INTCPT : FICHIER CLIENTS INACCESSIBLE - "
010490             "CODE " CLIENT-FILE-STATUS
010500         SET interface-echouee TO TRUE
010510         MOVE 8 TO RETURN-CODE
010520         GO TO 1400-EXIT
010530     END-IF.
010540     OPEN INPUT CONTRAT-FILE.
010550     IF NOT CONTRAT-FILE-OK
010560         DISPLAY "INTCPT : FICHIER CONTRATS INACCESSIBLE - "
010570             "CODE " CONTRAT-FILE-STATUS
010580         CLOSE CLIENT-FILE
010590         SET interface-echouee TO TRUE
010600         MOVE 8 TO RETURN-CODE
010610         GO TO 1400-EXIT
010620     END-IF.
010630     MOVE 'N' TO historique-present-sw.
010640     OPEN INPUT HISTO-FILE.
010650     IF HISTO-OK
010660         SET historique-present TO TRUE
010670     ELSE
010680         IF NOT HISTO-INEXISTANT
010690             DISPLAY "INTCPT : HISTORIQUE MVTHIST INACCESSIBLE"
010700                 " - CODE " HISTO-STATUS
010710             MOVE 'N' TO agios-a-integrer-sw
010720             MOVE 'N' TO desherence-a-integrer-sw
010730             PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
010740             SET interface-echouee TO TRUE
010750             MOVE 8 TO RETURN-CODE
010760             GO TO 1400-EXIT
010770         END-IF
010780     END-IF.
010790     MOVE 'N' TO interets-presents-sw.
010800     OPEN INPUT INTHIST-FILE.
010810     IF INTHIST-OK
010820         SET interets-presents TO TRUE
010830     ELSE
010840         IF NOT INTHIST-INEXISTANT
010850             DISPLAY "INTCPT : HISTORIQUE INTHIST INACCESSIBLE"
010860                 " - CODE " INTHIST-STATUS
010870             MOVE 'N' TO agios-a-integrer-sw
010880             MOVE 'N' TO desherence-a-integrer-sw
010890             PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
010900             SET interface-echouee TO TRUE
010910             MOVE 8 TO RETURN-CODE
010920             GO TO 1400-EXIT
010930         END-IF
010940     END-IF.
010950     IF agios-a-integrer
010960         OPEN INPUT AGIOS-FILE
010970         IF NOT AGIOS-OK
010980             DISPLAY "INTCPT : EXTRAIT DES AGIOS AGIEXT"
010990                 " INACCESSIBLE - CODE " AGIOS-STATUS
011000             MOVE 'N' TO agios-a-integrer-sw
011010             MOVE 'N' TO desherence-a-integrer-sw
011020             PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
011030             SET interface-echouee TO TRUE
011040             MOVE 8 TO RETURN-CODE
011050             GO TO 1400-EXIT
011060         END-IF
011070     END-IF.
011080     IF desherence-a-integrer
011090         OPEN INPUT DESHERENCE-FILE
011100         IF NOT DESHERENCE-OK
011110             DISPLAY "INTCPT : EXTRAIT DE DESHERENCE DESHEXT"
011120                 " INACCESSIBLE - CODE " DESHERENCE-STATUS
011130             MOVE 'N' TO desherence-a-integrer-sw
011140             PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
011150             SET interface-echouee TO TRUE
011160             MOVE 8 TO RETURN-CODE
011170             GO TO 1400-EXIT
011180         END-IF
011190     END-IF.
011200     OPEN OUTPUT INTERFACE-FILE.
011210     IF NOT INTERFACE-OK
011220         DISPLAY "INTCPT : FICHIER D'INTERFACE CPTECR "
011230             "INACCESSIBLE - CODE " INTERFACE-STATUS
011240         PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
011250         SET interface-echouee TO TRUE
011260         MOVE 8 TO RETURN-CODE
011270         GO TO 1400-EXIT
011280     END-IF.
011290     OPEN OUTPUT RAPPORT-FILE.
011300     IF NOT RAPPORT-OK
011310         DISPLAY "INTCPT : FICHIER RAPPORT INACCESSIBLE - "
011320             "CODE " RAPPORT-STATUS
011330         PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
011340         CLOSE INTERFACE-FILE
011350         SET interface-echouee TO TRUE
011360         MOVE 8 TO RETURN-CODE
011370     END-IF.
011380 1400-EXIT.
011390     EXIT.
011400
011410******************************************************************
011420* 1500-ECRIRE-ENTETE
011430*    Ecrit l'en-tete du rapport (journee comptable, compte
011440*    d'attente, extraits repris).
011450******************************************************************
011460 1500-ECRIRE-ENTETE.
011470     MOVE SPACES TO RAP-LIGNE.
011480     STRING
011490         " INTERFACE COMPTABLE GENERALE - JOURNEE DU "
011500             DELIMITED BY SIZE
011510         dt-jj DELIMITED BY SIZE
011520         "/" DELIMITED BY SIZE
011530         dt-mm DELIMITED BY SIZE
011540         "/" DELIMITED BY SIZE
011550         dt-aaaa DELIMITED BY SIZE
011560         " - COMPTE D'ATTENTE " DELIMITED BY SIZE
011570         compte-attente DELIMITED BY SIZE
011580         INTO RAP-LIGNE
011590     END-STRING.
011600     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
011610     MOVE SPACES TO RAP-LIGNE.
011620     IF agios-a-integrer
011630         MOVE " AGIOS DU MOIS (CALCAGI)            : REPRIS"
011640             TO RAP-LIGNE
011650     ELSE
011660         MOVE " AGIOS DU MOIS (CALCAGI)            : SANS OBJET"
011670             TO RAP-LIGNE
011680     END-IF.
011690     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
011700     MOVE SPACES TO RAP-LIGNE.
011710     IF desherence-a-integrer
011720         MOVE " DESHERENCE DE L'ANNEE (DETDORM)     : REPRIS"
011730             TO RAP-LIGNE
011740     ELSE
011750         MOVE " DESHERENCE DE L'ANNEE (DETDORM)     : SANS OBJET"
011760             TO RAP-LIGNE
011770     END-IF.
011780     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
011790     MOVE ALL "-" TO RAP-LIGNE.
011800     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
011810 1500-EXIT.
011820     EXIT.
011830
011840******************************************************************
011850* 2000-TRAITER-MOUVEMENTS
011860*    Parcourt l'historique des mouvements et comptabilise ceux
011870*    passes a la date metier : type DEBI pour un debit du
011880*    client, CRED pour un credit.
011890******************************************************************
011900 2000-TRAITER-MOUVEMENTS.
011910     IF interface-echouee OR NOT historique-present
011920         GO TO 2000-EXIT
011930     END-IF.
011940     MOVE 'N' TO fin-lecture-sw.
011950     PERFORM 2100-LIRE-MOUVEMENT THRU 2100-EXIT
011960         UNTIL fin-lecture.
011970 2000-EXIT.
011980     EXIT.
011990
012000 2100-LIRE-MOUVEMENT.
012010     READ HISTO-FILE NEXT RECORD
012020         AT END
012030             SET fin-lecture TO TRUE
012040             GO TO 2100-EXIT
012050     END-READ.
012060     IF NOT HISTO-OK
012070         DISPLAY "INTCPT : ERREUR LECTURE MVTHIST - CODE "
012080             HISTO-STATUS
012090         SET interface-echouee TO TRUE
012100         SET fin-lecture TO TRUE
012110         MOVE 8 TO RETURN-CODE
012120         GO TO 2100-EXIT
012130     END-IF.
012140     IF HX-DATE-PASSATION NOT = date-traitement
012150         GO TO 2100-EXIT
012160     END-IF.
012170     ADD 1 TO nb-evenements.
012180     MOVE HX-NUMCLI TO evt-numcli.
012190     MOVE HX-NUMPROD TO evt-numprod.
012200     MOVE HX-MONTANT TO evt-montant.
012210     MOVE SPACES TO evt-code-produit.
012220     IF HX-SENS = 'D'
012230         MOVE 1 TO evt-type-idx
012240     ELSE
012250         MOVE 2 TO evt-type-idx
012260     END-IF.
012270     PERFORM 2200-LIRE-CONTRAT THRU 2200-EXIT.
012280     MOVE intitule-contrat TO evt-intitule.
012290     PERFORM 5000-COMPTABILISER THRU 5000-EXIT.
012300     IF interface-echouee
012310         SET fin-lecture TO TRUE
012320     END-IF.
012330 2100-EXIT.
012340     EXIT.
012350
012360* Intitule du contrat du mouvement (relu seulement quand la cle
012370* change) ; contrat absent = intitule a blanc, le mouvement va
012380* alors au compte d'attente.
012390 2200-LIRE-CONTRAT.
012400     IF evt-numcli = cl-numcli AND evt-numprod = cl-numprod
012410         GO TO 2200-EXIT
012420     END-IF.
012430     MOVE evt-numcli TO cl-numcli.
012440     MOVE evt-numprod TO cl-numprod.
012450     MOVE evt-numcli TO CT-NUMCLI.
012460     MOVE evt-numprod TO CT-NUMPROD.
012470     READ CONTRAT-FILE
012480         INVALID KEY
012490             MOVE SPACES TO intitule-contrat
012500         NOT INVALID KEY
012510             MOVE CT-INTITULE TO intitule-contrat
012520     END-READ.
012530 2200-EXIT.
012540     EXIT.
012550
012560******************************************************************
012570* 3000-TRAITER-INTERETS
012580*    Parcourt l'historique des interets et comptabilise ceux
012590*    passes a la date metier : type INTC pour les interets
012600*    capitalises par CALCINT, INTE pour les interets verses a
012610*    l'echeance d'un depot a terme par ECHTERM. Le code produit
012620*    est porte par l'historique.
012630******************************************************************
012640 3000-TRAITER-INTERETS.
012650     IF interface-echouee OR NOT interets-presents
012660         GO TO 3000-EXIT
012670     END-IF.
012680     MOVE 'N' TO fin-lecture-sw.
012690     PERFORM 3100-LIRE-INTERET THRU 3100-EXIT
012700         UNTIL fin-lecture.
012710 3000-EXIT.
012720     EXIT.
012730
012740 3100-LIRE-INTERET.
012750     READ INTHIST-FILE NEXT RECORD
012760         AT END
012770             SET fin-lecture TO TRUE
012780             GO TO 3100-EXIT
012790     END-READ.
012800     IF NOT INTHIST-OK
012810         DISPLAY "INTCPT : ERREUR LECTURE INTHIST - CODE "
012820             INTHIST-STATUS
012830         SET interface-echouee TO TRUE
012840         SET fin-lecture TO TRUE
012850         MOVE 8 TO RETURN-CODE
012860         GO TO 3100-EXIT
012870     END-IF.
012880     IF IH-DATE-PASSATION NOT = date-traitement
012890         GO TO 3100-EXIT
012900     END-IF.
012910     ADD 1 TO nb-evenements.
012920     MOVE IH-NUMCLI TO evt-numcli.
012930     MOVE IH-NUMPROD TO evt-numprod.
012940     MOVE IH-MONTANT TO evt-montant.
012950     MOVE IH-CODE-PRODUIT TO evt-code-produit.
012960     MOVE SPACES TO evt-intitule.
012970     IF IH-ECHEANCE
012980         MOVE 4 TO evt-type-idx
012990     ELSE
013000         MOVE 3 TO evt-type-idx
013010     END-IF.
013020     PERFORM 5000-COMPTABILISER THRU 5000-EXIT.
013030     IF interface-echouee
013040         SET fin-lecture TO TRUE
013050     END-IF.
013060 3100-EXIT.
013070     EXIT.
013080
013090******************************************************************
013100* 4000-TRAITER-AGIOS
013110*    Le jour du passage de CALCAGI, comptabilise les agios
013120*    debites (extrait AGIEXT) sous le type AGIO.
013130******************************************************************
013140 4000-TRAITER-AGIOS.
013150     IF interface-echouee OR NOT agios-a-integrer
013160         GO TO 4000-EXIT
013170     END-IF.
013180     MOVE 'N' TO fin-lecture-sw.
013190     PERFORM 4100-LIRE-AGIO THRU 4100-EXIT
013200         UNTIL fin-lecture.
013210 4000-EXIT.
013220     EXIT.
013230
013240 4100-LIRE-AGIO.
013250     READ AGIOS-FILE
013260         AT END
013270             SET fin-lecture TO TRUE
013280             GO TO 4100-EXIT
013290     END-READ.
013300     ADD 1 TO nb-evenements.
013310     MOVE AGI-NUMCLI TO evt-numcli.
013320     MOVE AGI-NUMPROD TO evt-numprod.
013330     MOVE AGI-MONTANT TO evt-montant.
013340     MOVE AGI-INTITULE TO evt-intitule.
013350     MOVE SPACES TO evt-code-produit.
013360     MOVE 5 TO evt-type-idx.
013370     PERFORM 5000-COMPTABILISER THRU 5000-EXIT.
013380     IF interface-echouee
013390         SET fin-lecture TO TRUE
013400     END-IF.
013410 4100-EXIT.
013420     EXIT.
013430
013440******************************************************************
013450* 4500-TRAITER-DESHERENCE
013460*    Le jour du passage de DETDORM, comptabilise les soldes
013470*    verses en desherence (extrait DESHEXT) sous le type DESH.
013480******************************************************************
013490 4500-TRAITER-DESHERENCE.
013500     IF interface-echouee OR NOT desherence-a-integrer
013510         GO TO 4500-EXIT
013520     END-IF.
013530     MOVE 'N' TO fin-lecture-sw.
013540     PERFORM 4600-LIRE-DESHERENCE THRU 4600-EXIT
013550         UNTIL fin-lecture.
013560 4500-EXIT.
013570     EXIT.
013580
013590 4600-LIRE-DESHERENCE.
013600     READ DESHERENCE-FILE
013610         AT END
013620             SET fin-lecture TO TRUE
013630             GO TO 4600-EXIT
013640     END-READ.
013650     ADD 1 TO nb-evenements.
013660     MOVE DSH-NUMCLI TO evt-numcli.
013670     MOVE DSH-NUMPROD TO evt-numprod.
013680     MOVE DSH-SOMME TO evt-montant.
013690     MOVE DSH-INTITULE TO evt-intitule.
013700     MOVE SPACES TO evt-code-produit.
013710     MOVE 6 TO evt-type-idx.
013720     PERFORM 5000-COMPTABILISER THRU 5000-EXIT.
013730     IF interface-echouee
013740         SET fin-lecture TO TRUE
013750     END-IF.
013760 4600-EXIT.
013770     EXIT.
013780
013790******************************************************************
013800* 5000-COMPTABILISER
013810*    Traduit le mouvement courant en deux lignes d'ecriture de
013820*    meme montant : le compte a debiter et le compte a crediter
013830*    de la table de correspondance pour le code produit et le
013840*    type de mouvement, dans l'agence du client. Sans
013850*    correspondance, les deux jambes vont au compte d'attente
013860*    et le mouvement est signale au rapport.
013870******************************************************************
013880 5000-COMPTABILISER.
013890     IF evt-montant = ZERO
013900         GO TO 5000-EXIT
013910     END-IF.
013920     PERFORM 5100-RECHERCHER-AGENCE THRU 5100-EXIT.
013930     IF evt-code-produit = SPACES
013940         PERFORM 5200-RECHERCHER-PRODUIT THRU 5200-EXIT
013950     END-IF.
013960     PERFORM 5300-RECHERCHER-CORRESPONDANCE THRU 5300-EXIT.
013970     IF NOT correspondance-trouvee
013980         MOVE compte-attente TO compte-debit
013990         MOVE compte-attente TO compte-credit
014000         ADD 1 TO nb-sans-correspondance
014010         PERFORM 5400-SIGNALER-ATTENTE THRU 5400-EXIT
014020     END-IF.
014030     MOVE agence-client TO lc-agence.
014040     MOVE TM-CODE(evt-type-idx) TO lc-type.
014050     MOVE evt-montant TO lc-montant.
014060     MOVE compte-debit TO lc-compte.
014070     MOVE 'D' TO lc-sens.
014080     PERFORM 5600-AJOUTER-LIGNE THRU 5600-EXIT.
014090     IF interface-echouee
014100         GO TO 5000-EXIT
014110     END-IF.
014120     MOVE compte-credit TO lc-compte.
014130     MOVE 'C' TO lc-sens.
014140     PERFORM 5600-AJOUTER-LIGNE THRU 5600-EXIT.
014150     IF interface-echouee
014160         GO TO 5000-EXIT
014170     END-IF.
014180     ADD 1 TO TT-NB(evt-type-idx).
014190     ADD evt-montant TO TT-MONTANT(evt-type-idx).
014200 5000-EXIT.
014210     EXIT.
014220
014230* Agence du client (relue seulement quand le client change) ;
014240* client absent du fichier maitre = agence 000.
014250 5100-RECHERCHER-AGENCE.
014260     IF evt-numcli = numcli-lu
014270         GO TO 5100-EXIT
014280     END-IF.
014290     MOVE evt-numcli TO numcli-lu.
014300     MOVE evt-numcli TO CF-NUMCLI.
014310     READ CLIENT-FILE
014320         INVALID KEY
014330             MOVE ZERO TO agence-client
014340             ADD 1 TO nb-clients-inconnus
014350             DISPLAY "INTCPT : CLIENT " evt-numcli
014360                 " ABSENT DU FICHIER CLIENTS - AGENCE 000."
014370         NOT INVALID KEY
014380             MOVE CF-AGENCE TO agence-client
014390     END-READ.
014400 5100-EXIT.
014410     EXIT.
014420
014430* Code produit du catalogue d'apres l'intitule du contrat.
014440 5200-RECHERCHER-PRODUIT.
014450     MOVE 'N' TO produit-trouve-sw.
014460     IF evt-intitule = SPACES
014470         GO TO 5200-EXIT
014480     END-IF.
014490     MOVE ZERO TO idx-catalogue.
014500     PERFORM 5210-COMPARER-CATALOGUE THRU 5210-EXIT
014510         UNTIL produit-trouve
014520             OR idx-catalogue >= nb-produits-catalogue.
014530     IF produit-trouve
014540         MOVE CAT-CODE(idx-catalogue) TO evt-code-produit
014550     END-IF.
014560 5200-EXIT.
014570     EXIT.
014580
014590 5210-COMPARER-CATALOGUE.
014600     ADD 1 TO idx-catalogue.
014610     IF CAT-LIBELLE(idx-catalogue) = evt-intitule
014620         SET produit-trouve TO TRUE
014630     END-IF.
014640 5210-EXIT.
014650     EXIT.
014660
014670* Comptes de la table de correspondance : ligne du code produit
014680* d'abord, a defaut ligne generique '*' du type de mouvement.
014690 5300-RECHERCHER-CORRESPONDANCE.
014700     MOVE 'N' TO correspondance-trouvee-sw.
014710     IF evt-code-produit = SPACES
014720         MOVE "PRODUIT INCONNU" TO motif-attente
014730     ELSE
014740         MOVE "SANS CORRESPONDANCE" TO motif-attente
014750         MOVE evt-code-produit TO code-cherche
014760         MOVE ZERO TO idx-correspondance
014770         PERFORM 5310-COMPARER-CORRESPONDANCE THRU 5310-EXIT
014780             UNTIL correspondance-trouvee
014790                 OR idx-correspondance >= nb-correspondances
014800     END-IF.
014810     IF NOT correspondance-trouvee
014820         MOVE '*' TO code-cherche
014830         MOVE ZERO TO idx-correspondance
014840         PERFORM 5310-COMPARER-CORRESPONDANCE THRU 5310-EXIT
014850             UNTIL correspondance-trouvee
014860                 OR idx-correspondance >= nb-correspondances
014870     END-IF.
014880     IF correspondance-trouvee
014890         MOVE COR-COMPTE-DEBIT(idx-correspondance)
014900             TO compte-debit
014910         MOVE COR-COMPTE-CREDIT(idx-correspondance)
014920             TO compte-credit
014930     END-IF.
014940 5300-EXIT.
014950     EXIT.
014960
014970 5310-COMPARER-CORRESPONDANCE.
014980     ADD 1 TO idx-correspondance.
014990     IF COR-CODE-PRODUIT(idx-correspondance) = code-cherche
015000         AND COR-TYPE-MVT(idx-correspondance)
015010             = TM-CODE(evt-type-idx)
015020         SET correspondance-trouvee TO TRUE
015030     END-IF.
015040 5310-EXIT.
015050     EXIT.
015060
015070******************************************************************
015080* 5400-SIGNALER-ATTENTE
015090*    Liste au rapport un mouvement passe au compte d'attente,
015100*    sous un titre ecrit au premier signalement.
015110******************************************************************
015120 5400-SIGNALER-ATTENTE.
015130     IF NOT section-attente-ecrite
015140         MOVE SPACES TO RAP-LIGNE
015150         MOVE " MOUVEMENTS PASSES AU COMPTE D'ATTENTE"
015160             TO RAP-LIGNE
015170         PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT
015180         MOVE SPACES TO RAP-LIGNE
015190         STRING
015200             " TYPE  AGC  NUMCLI NPR  PRODUIT       MONTANT  "
015210                 DELIMITED BY SIZE
015220             "MOTIF                 INTITULE" DELIMITED BY SIZE
015230             INTO RAP-LIGNE
015240         END-STRING
015250         PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT
015260         SET section-attente-ecrite TO TRUE
015270     END-IF.
015280     MOVE TM-CODE(evt-type-idx) TO ra-type.
015290     MOVE agence-client TO ra-agence.
015300     MOVE evt-numcli TO ra-numcli.
015310     MOVE evt-numprod TO ra-numprod.
015320     MOVE evt-code-produit TO ra-code-produit.
015330     MOVE evt-montant TO ra-montant.
015340     MOVE motif-attente TO ra-motif.
015350     MOVE evt-intitule TO ra-intitule.
015360     MOVE SPACES TO RAP-LIGNE.
015370     MOVE rap-attente TO RAP-LIGNE.
015380     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
015390 5400-EXIT.
015400     EXIT.
015410
015420******************************************************************
015430* 5600-AJOUTER-LIGNE
015440*    Cumule la ligne courante dans la table des lignes
015450*    d'ecriture, tenue triee : meme cle = montant et nombre de
015460*    mouvements ajoutes ; sinon la ligne est inseree a sa place
015470*    apres decalage des suivantes. Une table pleine arrete le
015480*    traitement (code retour 8).
015490******************************************************************
015500 5600-AJOUTER-LIGNE.
015510     MOVE 1 TO idx-ligne.
015520     MOVE 'N' TO position-trouvee-sw.
015530     PERFORM 5610-CHERCHER-POSITION THRU 5610-EXIT
015540         UNTIL position-trouvee.
015550     IF idx-ligne <= nb-lignes-table
015560         IF LG-CLE(idx-ligne) = lc-cle
015570             ADD lc-montant TO LG-MONTANT(idx-ligne)
015580             ADD 1 TO LG-NB-MVTS(idx-ligne)
015590             GO TO 5600-EXIT
015600         END-IF
015610     END-IF.
015620     IF nb-lignes-table >= 2000
015630         DISPLAY "INTCPT : TABLE DES LIGNES D'ECRITURE PLEINE"
015640             " (2000) - INTERFACE NON PRODUITE."
015650         SET interface-echouee TO TRUE
015660         MOVE 8 TO RETURN-CODE
015670         GO TO 5600-EXIT
015680     END-IF.
015690     MOVE nb-lignes-table TO idx-decalage.
015700     PERFORM 5620-DECALER-LIGNE THRU 5620-EXIT
015710         UNTIL idx-decalage < idx-ligne.
015720     ADD 1 TO nb-lignes-table.
015730     MOVE lc-cle TO LG-CLE(idx-ligne).
015740     MOVE lc-montant TO LG-MONTANT(idx-ligne).
015750     MOVE 1 TO LG-NB-MVTS(idx-ligne).
015760 5600-EXIT.
015770     EXIT.
015780
015790 5610-CHERCHER-POSITION.
015800     IF idx-ligne > nb-lignes-table
015810         SET position-trouvee TO TRUE
015820         GO TO 5610-EXIT
015830     END-IF.
015840     IF LG-CLE(idx-ligne) NOT < lc-cle
015850         SET position-trouvee TO TRUE
015860         GO TO 5610-EXIT
015870     END-IF.
015880     ADD 1 TO idx-ligne.
015890 5610-EXIT.
015900     EXIT.
015910
015920 5620-DECALER-LIGNE.
015930     MOVE LIGNE-GL(idx-decalage) TO LIGNE-GL(idx-decalage + 1).
015940     SUBTRACT 1 FROM idx-decalage.
015950 5620-EXIT.
015960     EXIT.
015970
015980******************************************************************
015990* 6000-CONTROLER-EQUILIBRE
016000*    Premier passage sur les lignes d'ecriture : totaux debit et
016010*    credit de chaque lot d'agence et de la journee, edites au
016020*    rapport, et cumul de la synthese par compte. Un lot ou une
016030*    journee dont le debit differe du credit arrete le
016040*    traitement (code retour 8) : l'interface reste vide.
016050******************************************************************
016060 6000-CONTROLER-EQUILIBRE.
016070     IF interface-echouee
016080         GO TO 6000-EXIT
016090     END-IF.
016100     MOVE ALL "-" TO RAP-LIGNE.
016110     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
016120     MOVE SPACES TO RAP-LIGNE.
016130     MOVE " LOTS PAR AGENCE" TO RAP-LIGNE.
016140     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
016150     MOVE SPACES TO RAP-LIGNE.
016160     STRING
016170         " AGC    LOT  LIGNES             DEBIT"
016180             DELIMITED BY SIZE
016190         "               CREDIT   ETAT" DELIMITED BY SIZE
016200         INTO RAP-LIGNE
016210     END-STRING.
016220     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
016230     MOVE ZERO TO numlot.
016240     MOVE ZERO TO total-debit.
016250     MOVE ZERO TO total-credit.
016260     MOVE 'N' TO lot-ouvert-sw.
016270     MOVE 1 TO idx-ligne.
016280     PERFORM 6100-TOTALISER-LIGNE THRU 6100-EXIT
016290         UNTIL idx-ligne > nb-lignes-table
016300             OR interface-echouee.
016310     IF lot-ouvert
016320         PERFORM 6200-CLORE-LOT THRU 6200-EXIT
016330     END-IF.
016340     MOVE numlot TO nb-lots.
016350     IF interface-echouee
016360         GO TO 6000-EXIT
016370     END-IF.
016380     IF total-debit = total-credit AND nb-lots-desequilibres = 0
016390         SET ecritures-equilibrees TO TRUE
016400     ELSE
016410         DISPLAY "INTCPT : ECRITURES DESEQUILIBREES - DEBIT "
016420             total-debit " CREDIT " total-credit
016430             " - INTERFACE NON PRODUITE."
016440         MOVE 8 TO RETURN-CODE
016450     END-IF.
016460 6000-EXIT.
016470     EXIT.
016480
016490 6100-TOTALISER-LIGNE.
016500     IF lot-ouvert AND LG-AGENCE(idx-ligne) NOT = agence-lot
016510         PERFORM 6200-CLORE-LOT THRU 6200-EXIT
016520     END-IF.
016530     IF NOT lot-ouvert
016540         ADD 1 TO numlot
016550         MOVE LG-AGENCE(idx-ligne) TO agence-lot
016560         MOVE ZERO TO lot-nb-lignes
016570         MOVE ZERO TO lot-debit
016580         MOVE ZERO TO lot-credit
016590         SET lot-ouvert TO TRUE
016600     END-IF.
016610     ADD 1 TO lot-nb-lignes.
016620     IF LG-SENS(idx-ligne) = 'D'
016630         ADD LG-MONTANT(idx-ligne) TO lot-debit
016640         ADD LG-MONTANT(idx-ligne) TO total-debit
016650     ELSE
016660         ADD LG-MONTANT(idx-ligne) TO lot-credit
016670         ADD LG-MONTANT(idx-ligne) TO total-credit
016680     END-IF.
016690     PERFORM 6300-CUMULER-COMPTE THRU 6300-EXIT.
016700     ADD 1 TO idx-ligne.
016710 6100-EXIT.
016720     EXIT.
016730
016740 6200-CLORE-LOT.
016750     MOVE agence-lot TO rl-agence.
016760     MOVE numlot TO rl-numlot.
016770     MOVE lot-nb-lignes TO rl-nb-lignes.
016780     MOVE lot-debit TO rl-debit.
016790     MOVE lot-credit TO rl-credit.
016800     IF lot-debit = lot-credit
016810         MOVE "EQUILIBRE" TO rl-etat
016820     ELSE
016830         MOVE "DESEQUILIBRE" TO rl-etat
016840         ADD 1 TO nb-lots-desequilibres
016850     END-IF.
016860     MOVE SPACES TO RAP-LIGNE.
016870     MOVE rap-lot TO RAP-LIGNE.
016880     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
016890     MOVE 'N' TO lot-ouvert-sw.
016900 6200-EXIT.
016910     EXIT.
016920
016930* Cumul de la ligne courante dans la synthese par compte, tenue
016940* triee sur le compte general.
016950 6300-CUMULER-COMPTE.
016960     MOVE 1 TO idx-compte.
016970     MOVE 'N' TO position-trouvee-sw.
016980     PERFORM 6310-CHERCHER-COMPTE THRU 6310-EXIT
016990         UNTIL position-trouvee.
017000     IF idx-compte <= nb-comptes
017010         IF CG-COMPTE(idx-compte) = LG-COMPTE(idx-ligne)
017020             GO TO 6300-CUMULER
017030         END-IF
017040     END-IF.
017050     IF nb-comptes >= 500
017060         DISPLAY "INTCPT : SYNTHESE AU-DELA DE 500 COMPTES"
017070             " - INTERFACE NON PRODUITE."
017080         SET interface-echouee TO TRUE
017090         MOVE 8 TO RETURN-CODE
017100         GO TO 6300-EXIT
017110     END-IF.
017120     MOVE nb-comptes TO idx-decalage.
017130     PERFORM 6320-DECALER-COMPTE THRU 6320-EXIT
017140         UNTIL idx-decalage < idx-compte.
017150     ADD 1 TO nb-comptes.
017160     MOVE LG-COMPTE(idx-ligne) TO CG-COMPTE(idx-compte).
017170     MOVE ZERO TO CG-NB-LIGNES(idx-compte).
017180     MOVE ZERO TO CG-NB-MVTS(idx-compte).
017190     MOVE ZERO TO CG-DEBIT(idx-compte).
017200     MOVE ZERO TO CG-CREDIT(idx-compte).
017210 6300-CUMULER.
017220     ADD 1 TO CG-NB-LIGNES(idx-compte).
017230     ADD LG-NB-MVTS(idx-ligne) TO CG-NB-MVTS(idx-compte).
017240     IF LG-SENS(idx-ligne) = 'D'
017250         ADD LG-MONTANT(idx-ligne) TO CG-DEBIT(idx-compte)
017260     ELSE
017270         ADD LG-MONTANT(idx-ligne) TO CG-CREDIT(idx-compte)
017280     END-IF.
017290 6300-EXIT.
017300     EXIT.
017310
017320 6310-CHERCHER-COMPTE.
017330     IF idx-compte > nb-comptes
017340         SET position-trouvee TO TRUE
017350         GO TO 6310-EXIT
017360     END-IF.
017370     IF CG-COMPTE(idx-compte) NOT < LG-COMPTE(idx-ligne)
017380         SET position-trouvee TO TRUE
017390         GO TO 6310-EXIT
017400     END-IF.
017410     ADD 1 TO idx-compte.
017420 6310-EXIT.
017430     EXIT.
017440
017450 6320-DECALER-COMPTE.
017460     MOVE COMPTE-GL(idx-decalage) TO COMPTE-GL(idx-decalage + 1).
017470     SUBTRACT 1 FROM idx-decalage.
017480 6320-EXIT.
017490     EXIT.
017500
017510******************************************************************
017520* 6500-ECRIRE-LOTS
017530*    Second passage, seulement si les ecritures sont
017540*    equilibrees : ecrit pour chaque agence un en-tete de lot,
017550*    les lignes d'ecriture et une fin de lot avec les totaux.
017560******************************************************************
017570 6500-ECRIRE-LOTS.
017580     IF interface-echouee OR NOT ecritures-equilibrees
017590         GO TO 6500-EXIT
017600     END-IF.
017610     MOVE ZERO TO numlot.
017620     MOVE 'N' TO lot-ouvert-sw.
017630     MOVE 1 TO idx-ligne.
017640     PERFORM 6600-ECRIRE-LIGNE-LOT THRU 6600-EXIT
017650         UNTIL idx-ligne > nb-lignes-table
017660             OR interface-echouee.
017670     IF lot-ouvert AND NOT interface-echouee
017680         PERFORM 6800-ECRIRE-FIN-LOT THRU 6800-EXIT
017690     END-IF.
017700 6500-EXIT.
017710     EXIT.
017720
017730 6600-ECRIRE-LIGNE-LOT.
017740     IF lot-ouvert AND LG-AGENCE(idx-ligne) NOT = agence-lot
017750         PERFORM 6800-ECRIRE-FIN-LOT THRU 6800-EXIT
017760     END-IF.
017770     IF NOT lot-ouvert
017780         PERFORM 6700-ECRIRE-ENTETE-LOT THRU 6700-EXIT
017790     END-IF.
017800     ADD 1 TO lot-nb-lignes.
017810     MOVE SPACES TO GL-DETAIL.
017820     MOVE '2' TO GD-TYPE.
017830     MOVE date-traitement TO GD-DATE-COMPTABLE.
017840     MOVE agence-lot TO GD-AGENCE.
017850     MOVE numlot TO GD-NUMLOT.
017860     MOVE lot-nb-lignes TO GD-NUMLIGNE.
017870     MOVE LG-COMPTE(idx-ligne) TO GD-COMPTE.
017880     MOVE LG-SENS(idx-ligne) TO GD-SENS.
017890     MOVE LG-MONTANT(idx-ligne) TO GD-MONTANT.
017900     MOVE LG-TYPE(idx-ligne) TO GD-TYPE-MVT.
017910     MOVE LG-NB-MVTS(idx-ligne) TO GD-NB-MVTS.
017920     MOVE 1 TO idx-type.
017930     PERFORM 6610-CHERCHER-TYPE THRU 6610-EXIT
017940         UNTIL idx-type >= nb-types-mvt
017950             OR TM-CODE(idx-type) = LG-TYPE(idx-ligne).
017960     MOVE TM-LIBELLE(idx-type) TO GD-LIBELLE.
017970     IF LG-SENS(idx-ligne) = 'D'
017980         ADD LG-MONTANT(idx-ligne) TO lot-debit
017990     ELSE
018000         ADD LG-MONTANT(idx-ligne) TO lot-credit
018010     END-IF.
018020     PERFORM 8100-ECRIRE-INTERFACE THRU 8100-EXIT.
018030     ADD 1 TO idx-ligne.
018040 6600-EXIT.
018050     EXIT.
018060
018070 6610-CHERCHER-TYPE.
018080     ADD 1 TO idx-type.
018090 6610-EXIT.
018100     EXIT.
018110
018120 6700-ECRIRE-ENTETE-LOT.
018130     ADD 1 TO numlot.
018140     MOVE LG-AGENCE(idx-ligne) TO agence-lot.
018150     MOVE ZERO TO lot-nb-lignes.
018160     MOVE ZERO TO lot-debit.
018170     MOVE ZERO TO lot-credit.
018180     SET lot-ouvert TO TRUE.
018190     MOVE SPACES TO GL-ENTETE.
018200     MOVE '1' TO GE-TYPE.
018210     MOVE date-traitement TO GE-DATE-COMPTABLE.
018220     MOVE agence-lot TO GE-AGENCE.
018230     MOVE numlot TO GE-NUMLOT.
018240     MOVE 'INTCPT' TO GE-APPLICATION.
018250     MOVE date-creation TO GE-DATE-CREATION.
018260     MOVE heure-creation TO GE-HEURE-CREATION.
018270     MOVE 'EUR' TO GE-DEVISE.
018280     PERFORM 8100-ECRIRE-INTERFACE THRU 8100-EXIT.
018290 6700-EXIT.
018300     EXIT.
018310
018320 6800-ECRIRE-FIN-LOT.
018330     MOVE SPACES TO GL-FIN.
018340     MOVE '9' TO GF-TYPE.
018350     MOVE date-traitement TO GF-DATE-COMPTABLE.
018360     MOVE agence-lot TO GF-AGENCE.
018370     MOVE numlot TO GF-NUMLOT.
018380     MOVE lot-nb-lignes TO GF-NB-LIGNES.
018390     MOVE lot-debit TO GF-TOTAL-DEBIT.
018400     MOVE lot-credit TO GF-TOTAL-CREDIT.
018410     PERFORM 8100-ECRIRE-INTERFACE THRU 8100-EXIT.
018420     MOVE 'N' TO lot-ouvert-sw.
018430 6800-EXIT.
018440     EXIT.
018450
018460******************************************************************
018470* 7000-EDITER-SYNTHESE
018480*    Edite la synthese des ecritures par compte general (lignes,
018490*    mouvements, debit, credit, solde), les totaux par origine
018500*    des mouvements et le controle d'equilibre de la journee.
018510******************************************************************
018520 7000-EDITER-SYNTHESE.
018530     IF interface-echouee
018540         GO TO 7000-EXIT
018550     END-IF.
018560     MOVE ALL "-" TO RAP-LIGNE.
018570     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
018580     MOVE SPACES TO RAP-LIGNE.
018590     MOVE " SYNTHESE DES ECRITURES PAR COMPTE" TO RAP-LIGNE.
018600     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
018610     MOVE SPACES TO RAP-LIGNE.
018620     STRING
018630         " COMPTE      LIGNES  MOUVEMENTS             DEBIT"
018640             DELIMITED BY SIZE
018650         "               CREDIT                SOLDE"
018660             DELIMITED BY SIZE
018670         INTO RAP-LIGNE
018680     END-STRING.
018690     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
018700     MOVE 1 TO idx-compte.
018710     PERFORM 7100-EDITER-COMPTE THRU 7100-EXIT
018720         UNTIL idx-compte > nb-comptes.
018730     MOVE ALL "-" TO RAP-LIGNE.
018740     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
018750     MOVE SPACES TO RAP-LIGNE.
018760     STRING
018770         " TOTAUX PAR ORIGINE                    MOUVEMENTS"
018780             DELIMITED BY SIZE
018790         "              MONTANT" DELIMITED BY SIZE
018800         INTO RAP-LIGNE
018810     END-STRING.
018820     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
018830     MOVE 1 TO idx-type.
018840     PERFORM 7200-EDITER-TYPE THRU 7200-EXIT
018850         UNTIL idx-type > nb-types-mvt.
018860     MOVE ALL "-" TO RAP-LIGNE.
018870     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
018880     MOVE SPACES TO RAP-LIGNE.
018890     MOVE total-debit TO rap-total-edit.
018900     STRING " TOTAL DEBIT DE LA JOURNEE    : " DELIMITED BY SIZE
018910         rap-total-edit DELIMITED BY SIZE
018920         INTO RAP-LIGNE
018930     END-STRING.
018940     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
018950     MOVE SPACES TO RAP-LIGNE.
018960     MOVE total-credit TO rap-total-edit.
018970     STRING " TOTAL CREDIT DE LA JOURNEE   : " DELIMITED BY SIZE
018980         rap-total-edit DELIMITED BY SIZE
018990         INTO RAP-LIGNE
019000     END-STRING.
019010     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
019020     MOVE SPACES TO RAP-LIGNE.
019030     IF ecritures-equilibrees
019040         MOVE " CONTROLE : EQUILIBRE - INTERFACE PRODUITE"
019050             TO RAP-LIGNE
019060     ELSE
019070         MOVE " CONTROLE : DESEQUILIBRE - INTERFACE NON PRODUITE"
019080             TO RAP-LIGNE
019090     END-IF.
019100     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
019110 7000-EXIT.
019120     EXIT.
019130
019140 7100-EDITER-COMPTE.
019150     MOVE CG-COMPTE(idx-compte) TO rc-compte.
019160     MOVE CG-NB-LIGNES(idx-compte) TO rc-nb-lignes.
019170     MOVE CG-NB-MVTS(idx-compte) TO rc-nb-mvts.
019180     MOVE CG-DEBIT(idx-compte) TO rc-debit.
019190     MOVE CG-CREDIT(idx-compte) TO rc-credit.
019200     COMPUTE solde-compte =
019210         CG-DEBIT(idx-compte) - CG-CREDIT(idx-compte).
019220     MOVE solde-compte TO rc-solde.
019230     MOVE SPACES TO RAP-LIGNE.
019240     MOVE rap-compte TO RAP-LIGNE.
019250     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
019260     ADD 1 TO idx-compte.
019270 7100-EXIT.
019280     EXIT.
019290
019300 7200-EDITER-TYPE.
019310     MOVE TM-CODE(idx-type) TO rt-code.
019320     MOVE TM-LIBELLE(idx-type) TO rt-libelle.
019330     MOVE TT-NB(idx-type) TO rt-nb.
019340     MOVE TT-MONTANT(idx-type) TO rt-montant.
019350     MOVE SPACES TO RAP-LIGNE.
019360     MOVE rap-type TO RAP-LIGNE.
019370     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
019380     ADD 1 TO idx-type.
019390 7200-EXIT.
019400     EXIT.
019410
019420 8000-ECRIRE-LIGNE.
019430     WRITE RAP-LIGNE.
019440     IF NOT RAPPORT-OK
019450         DISPLAY "INTCPT : ERREUR ECRITURE RAPPORT - CODE "
019460             RAPPORT-STATUS
019470         SET interface-echouee TO TRUE
019480         MOVE 8 TO RETURN-CODE
019490     END-IF.
019500 8000-EXIT.
019510     EXIT.
019520
019530 8100-ECRIRE-INTERFACE.
019540     WRITE GL-ENTETE.
019550     IF NOT INTERFACE-OK
019560         DISPLAY "INTCPT : ERREUR ECRITURE CPTECR - CODE "
019570             INTERFACE-STATUS
019580         SET interface-echouee TO TRUE
019590         MOVE 8 TO RETURN-CODE
019600         GO TO 8100-EXIT
019610     END-IF.
019620     ADD 1 TO nb-lignes-ecrites.
019630 8100-EXIT.
019640     EXIT.
019650
019660 8500-FERMER-TOUT.
019670     CLOSE CLIENT-FILE.
019680     CLOSE CONTRAT-FILE.
019690     IF historique-present
019700         CLOSE HISTO-FILE
019710     END-IF.
019720     IF interets-presents
019730         CLOSE INTHIST-FILE
019740     END-IF.
019750     IF agios-a-integrer
019760         CLOSE AGIOS-FILE
019770     END-IF.
019780     IF desherence-a-integrer
019790         CLOSE DESHERENCE-FILE
019800     END-IF.
019810 8500-EXIT.
019820     EXIT.
019830
019840******************************************************************
019850* 9000-TERMINAISON
019860*    Ecrit les totaux de controle du rapport (mouvements repris,
019870*    enregistrements d'interface, lots, mouvements au compte
019880*    d'attente), puis referme les fichiers. Code retour 4 si un
019890*    mouvement est passe au compte d'attente, si un client est
019900*    absent du fichier maitre ou si un extrait n'a pu etre repris.
019910******************************************************************
019920 9000-TERMINAISON.
019930     MOVE ALL "-" TO RAP-LIGNE.
019940     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
019950     MOVE SPACES TO RAP-LIGNE.
019960     MOVE nb-evenements TO rap-compteur-edit.
019970     STRING " MOUVEMENTS COMPTABILISES     : " DELIMITED BY SIZE
019980         rap-compteur-edit DELIMITED BY SIZE
019990         INTO RAP-LIGNE
020000     END-STRING.
020010     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
020020     MOVE SPACES TO RAP-LIGNE.
020030     MOVE nb-lignes-ecrites TO rap-compteur-edit.
020040     STRING " ENREGISTREMENTS CPTECR       : " DELIMITED BY SIZE
020050         rap-compteur-edit DELIMITED BY SIZE
020060         INTO RAP-LIGNE
020070     END-STRING.
020080     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
020090     MOVE SPACES TO RAP-LIGNE.
020100     MOVE nb-lots TO rap-compteur-edit.
020110     STRING " LOTS D'AGENCE                : " DELIMITED BY SIZE
020120         rap-compteur-edit DELIMITED BY SIZE
020130         INTO RAP-LIGNE
020140     END-STRING.
020150     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
020160     IF nb-sans-correspondance > ZERO
020170         MOVE SPACES TO RAP-LIGNE
020180         MOVE nb-sans-correspondance TO rap-compteur-edit
020190         STRING " ANOMALIE - AU COMPTE D'ATTENTE : "
020200             DELIMITED BY SIZE
020210             rap-compteur-edit DELIMITED BY SIZE
020220             INTO RAP-LIGNE
020230         END-STRING
020240         PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT
020250         IF RETURN-CODE < 4
020260             MOVE 4 TO RETURN-CODE
020270         END-IF
020280     END-IF.
020290     IF nb-clients-inconnus > ZERO
020300         MOVE SPACES TO RAP-LIGNE
020310         MOVE nb-clients-inconnus TO rap-compteur-edit
020320         STRING " ANOMALIE - CLIENTS INCONNUS : "
020330             DELIMITED BY SIZE
020340             rap-compteur-edit DELIMITED BY SIZE
020350             INTO RAP-LIGNE
020360         END-STRING
020370         PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT
020380         IF RETURN-CODE < 4
020390             MOVE 4 TO RETURN-CODE
020400         END-IF
020410     END-IF.
020420     IF nb-extraits-en-attente > ZERO
020430         MOVE SPACES TO RAP-LIGNE
020440         MOVE nb-extraits-en-attente TO rap-compteur-edit
020450         STRING " ANOMALIE - EXTRAITS NON REPRIS : "
020460             DELIMITED BY SIZE
020470             rap-compteur-edit DELIMITED BY SIZE
020480             INTO RAP-LIGNE
020490         END-STRING
020500         PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT
020510         IF RETURN-CODE < 4
020520             MOVE 4 TO RETURN-CODE
020530         END-IF
020540     END-IF.
020550     PERFORM 8500-FERMER-TOUT THRU 8500-EXIT.
020560     CLOSE INTERFACE-FILE.
020570     CLOSE RAPPORT-FILE.
020580     DISPLAY "INTCPT : " nb-evenements
020590         " MOUVEMENT(S) COMPTABILISE(S) - " nb-lignes-ecrites
020600         " ENREGISTREMENT(S) D'INTERFACE - " nb-lots
020610         " LOT(S).".
020620 9000-EXIT.
020630     EXIT.
020640
020650******************************************************************
020660* 9800-CLORE-CONTROLE
020670*    Inscrit la fin du passage dans le fichier de controle : date
020680*    et heure de fin, code retour, volumes traites ; etat termine
020690*    jusqu'au code retour 4, en anomalie au-dela.
020700******************************************************************
020710 9800-CLORE-CONTROLE.
020720     IF NOT execution-inscrite
020730         GO TO 9800-EXIT
020740     END-IF.
020750     OPEN I-O RUNCTL-FILE.
020760     IF NOT RUNCTL-OK
020770         DISPLAY "INTCPT : FIN DE PASSAGE NON INSCRITE DANS"
020780             " RUNCTL - CODE " RUNCTL-STATUS
020790         IF RETURN-CODE < 4
020800             MOVE 4 TO RETURN-CODE
020810         END-IF
020820         GO TO 9800-EXIT
020830     END-IF.
020840     MOVE periode-controle TO CTL-DATE-METIER.
020850     MOVE ctl-programme TO CTL-TRAITEMENT.
020860     READ RUNCTL-FILE
020870         INVALID KEY
020880             DISPLAY "INTCPT : PASSAGE ABSENT DE RUNCTL - "
020890                 "FIN NON INSCRITE."
020900             IF RETURN-CODE < 4
020910                 MOVE 4 TO RETURN-CODE
020920             END-IF
020930             CLOSE RUNCTL-FILE
020940             GO TO 9800-EXIT
020950     END-READ.
020960     IF RETURN-CODE > 4
020970         MOVE 'A' TO CTL-ETAT
020980     ELSE
020990         MOVE 'T' TO CTL-ETAT
021000     END-IF.
021010     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
021020     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
021030     ACCEPT CTL-HEURE-FIN FROM TIME.
021040     MOVE nb-evenements TO CTL-NB-LUS.
021050     MOVE nb-lignes-ecrites TO CTL-NB-ECRITS.
021060     MOVE nb-sans-correspondance TO CTL-NB-REJETS.
021070     REWRITE CTL-ENREG.
021080     IF NOT RUNCTL-OK
021090         DISPLAY "INTCPT : ERREUR ECRITURE RUNCTL EN FIN - "
021100             "CODE " RUNCTL-STATUS
021110         IF RETURN-CODE < 4
021120             MOVE 4 TO RETURN-CODE
021130         END-IF
021140     END-IF.
021150     CLOSE RUNCTL-FILE.
021160 9800-EXIT.
021170     EXIT.
021180
021190 END PROGRAM INTCPT.
