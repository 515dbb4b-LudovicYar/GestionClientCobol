000010******************************************************************
000020* Author:     J. Leroy (service etudes)
000030* Date:       15/10/2026
000040* Purpose:    Traitement nocturne des echeances des depots a
000050*             terme : pour chaque depot du fichier CONTRATS
000060*             arrive a echeance, ecrit dans le fichier d'apport
000070*             MVTSCSV (comme GENORD) le debit du capital sur le
000080*             depot, le credit du capital et le credit des
000090*             interets (taux annuel du catalogue PRODCAT sur la
000100*             duree du depot) sur le produit de versement. Un
000110*             depot echu dont le capital a ete verse (solde nul)
000120*             est clos au passage suivant, avec une trace
000130*             ECHEANCE dans CLIENTLOG. Le rapport ECHRPT liste
000140*             les versements et clotures, puis l'echeancier des
000150*             depots arrivant a echeance a 30, 60 et 90 jours.
000153*             Les interets verses a l'echeance sont historises
000156*             dans INTHIST (comme ceux de CALCINT), pour l'IFU.
000157*             Un depot a solde nul n'est clos que si les credits
000158*             du capital et des interets de son versement
000159*             figurent dans l'historique MVTHIST.
000160* Tectonics: cobc
000170******************************************************************
000180******************************************************************
000190* MODIFICATION HISTORY
000200*-----------------------------------------------------------------
000210* DATE       INIT  DESCRIPTION
000220* 15/10/2026 JLY   CREATION DU TRAITEMENT DES ECHEANCES DES
000230*                  DEPOTS A TERME : VERSEMENT DU CAPITAL ET DES
000240*                  INTERETS EN AJOUT A MVTSCSV AVANT LA
000250*                  PASSATION POSTMVT, CLOTURE DU DEPOT VERSE,
000260*                  TRACE ECHEANCE, ECHEANCIER A 30/60/90 JOURS.
000262* 15/10/2026 JLY   HISTORISATION DES INTERETS VERSES A L'ECHEANCE
000264*                  DANS LE FICHIER INDEXE INTHIST (SOURCE DE
000266*                  L'IFU ANNUEL), AVEC LE TAUX DE PRELEVEMENT A
000268*                  LA SOURCE LU EN SECONDE LIGNE DE SYSIN.
000269* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER
000270*                  CLIENTLOG : NOUVELLE ZONE CLOG-OPERATEUR
000271*                  (IDENTIFIANT DE L'OPERATEUR EN LIGNE, NOM DU
000272*                  PROGRAMME POUR LES TRAITEMENTS BATCH).
000273* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000274*                  PASSAGE EST INSCRIT POUR LA DATE METIER POSEE
000275*                  PAR FENBAT OUVRIR (DEBUT, FIN, CODE RETOUR,
000276*                  COMPTEURS). SECOND PASSAGE REFUSE (RC 4) SAUF
000277*                  FORCAGE PAR CTLCHN, REFUS (RC 8) SI RECREJ
000278*                  N'EST PAS TERMINE. LA DATE DE TRAITEMENT EST LA
000279*                  DATE METIER. APRES UN PASSAGE INTERROMPU, LA
000280*                  REPRISE EST PRISE D'OFFICE.
000281* 15/10/2026 JLY   REPRISE EN COMPLEMENT : LES MOUVEMENTS DU JOUR
000282*                  DEJA PRESENTS DANS MVTSCSV SONT RELEVES ET
000283*                  SEULS LES MOUVEMENTS DE VERSEMENT ABSENTS SONT
000284*                  GENERES (VERSEMENT INTERROMPU COMPLETE). UN
000285*                  DEPOT A SOLDE NUL N'EST CLOS QUE SI LE CREDIT
000286*                  DU CAPITAL ET CELUI DES INTERETS FIGURENT DANS
000287*                  MVTHIST ; SINON IL RESTE OUVERT (A VERIFIER).
000288******************************************************************
000289 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. ECHTERM.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CLIENT-FILE ASSIGN TO "CLIENTS"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CF-NUMCLI
000370         ALTERNATE RECORD KEY IS CF-NOM WITH DUPLICATES
000380         ALTERNATE RECORD KEY IS CF-VILLE WITH DUPLICATES
000390         FILE STATUS IS CLIENT-FILE-STATUS.
000400     SELECT CONTRAT-FILE ASSIGN TO "CONTRATS"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CT-CLE
000440         FILE STATUS IS CONTRAT-FILE-STATUS.
000450     SELECT PRODCAT-FILE ASSIGN TO "PRODCAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PRODCAT-STATUS.
000480     SELECT MVT-FILE ASSIGN TO "MVTSCSV"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS MVT-FILE-STATUS.
000510     SELECT CLIENT-LOG-FILE ASSIGN TO "CLIENTLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CLIENT-LOG-STATUS.
000540     SELECT RAPPORT-FILE ASSIGN TO "ECHRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS RAPPORT-STATUS.
000570     SELECT SESSION-FILE ASSIGN TO "SESSION"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS SESSION-STATUS.
000591     SELECT INTHIST-FILE ASSIGN TO "INTHIST"
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS DYNAMIC
000594         RECORD KEY IS IH-CLE
000595         FILE STATUS IS INTHIST-STATUS.
000596     SELECT HISTO-FILE ASSIGN TO "MVTHIST"
000597         ORGANIZATION IS INDEXED
000598         ACCESS MODE IS DYNAMIC
000599         RECORD KEY IS HX-CLE
000600         FILE STATUS IS HISTO-STATUS.
000601     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS RANDOM
000604         RECORD KEY IS CTL-CLE
000605         FILE STATUS IS RUNCTL-STATUS.
000606 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CLIENT-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  CLIENT-ENREG.
000650     02 CF-NUMCLI PIC 9(6).
000660     02 CF-NOM PIC x(30).
000670     02 CF-PRENOM PIC x(30).
000680     02 CF-ADRESSE.
000690         03 CF-RUE PIC x(30).
000700         03 CF-CP PIC 9(5).
000710         03 CF-VILLE PIC x(30).
000720     02 CF-AGENCE PIC 9(03).
000730 FD  CONTRAT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  CONTRAT-ENREG.
000760     02 CT-CLE.
000770         03 CT-NUMCLI PIC 9(6).
000780         03 CT-NUMPROD PIC 9(3).
000790     02 CT-INTITULE PIC x(30).
000800     02 CT-SOMME PIC S9(9)v9(2).
000810     02 CT-DATECREATION.
000820         03 CT-JOUR PIC 9(2).
000830         03 CT-MOIS PIC 9(2).
000840         03 CT-ANNEE PIC 9(4).
000850     02 CT-ETAT PIC x(01).
000860         88 CT-ACTIF VALUE 'A'.
000870         88 CT-CLOS VALUE 'C'.
000880         88 CT-DORMANT VALUE 'D'.
000890     02 CT-DATE-ECHEANCE PIC 9(08).
000900     02 CT-PRODUIT-VERSEMENT PIC 9(03).
000910 FD  PRODCAT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  PRODCAT-ENREG.
000940     02 PC-CODE PIC x(08).
000950     02 PC-LIBELLE PIC x(30).
000960     02 PC-TAUX-ANNUEL PIC 9(02)v9(03).
000970     02 PC-MINIMUM PIC 9(09)v9(02).
000980     02 PC-TERME PIC x(01).
000990         88 PC-A-TERME VALUE 'O'.
001000     02 PC-DUREE-MOIS PIC 9(03).
001010 FD  MVT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  MVT-LIGNE PIC x(80).
001040 FD  CLIENT-LOG-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  CLOG-ENREG.
001070     02 CLOG-NOM PIC x(30).
001080     02 CLOG-NUMCLI PIC 9(6).
001090     02 CLOG-OPERATION PIC x(12).
001100     02 CLOG-DATE PIC 9(08).
001110     02 CLOG-HEURE PIC 9(08).
001115     02 CLOG-OPERATEUR PIC x(08).
001120 FD  RAPPORT-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  RAP-LIGNE PIC x(132).
001150
001160 FD  SESSION-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  SES-ENREG.
001190     02 SES-ETAT PIC x(01).
001200     02 SES-DATE PIC 9(08).
001210     02 SES-HEURE PIC 9(08).
001211 FD  INTHIST-FILE
001212     LABEL RECORDS ARE STANDARD.
001213 01  INTHIST-ENREG.
001214     02 IH-CLE.
001215         03 IH-NUMCLI PIC 9(6).
001216         03 IH-NUMPROD PIC 9(3).
001217         03 IH-MOIS.
001218             04 IH-ANNEE PIC 9(4).
001219             04 IH-MM PIC 9(2).
001220     02 IH-CODE-PRODUIT PIC x(08).
001221     02 IH-MONTANT PIC 9(9)v9(2).
001222     02 IH-TAUX-PRELEVEMENT PIC 9(02)v9(03).
001223     02 IH-ORIGINE PIC x(01).
001224         88 IH-CAPITALISATION VALUE 'C'.
001225         88 IH-ECHEANCE VALUE 'E'.
001226     02 IH-DATE-PASSATION PIC 9(08).
001227 FD  HISTO-FILE
001228     LABEL RECORDS ARE STANDARD.
001229 01  HISTO-ENREG.
001230     02 HX-CLE.
001231         03 HX-NUMCLI PIC 9(6).
001232         03 HX-NUMPROD PIC 9(3).
001233         03 HX-DATEVALEUR.
001234             04 HX-ANNEE PIC 9(4).
001235             04 HX-MOIS PIC 9(2).
001236             04 HX-JOUR PIC 9(2).
001237         03 HX-NUMSEQ PIC 9(6).
001238     02 HX-SENS PIC x(01).
001239     02 HX-MONTANT PIC 9(9)v9(2).
001240     02 HX-NOUVEAU-SOLDE PIC S9(9)v9(2).
001241     02 HX-DATE-PASSATION PIC 9(08).
001242 FD  RUNCTL-FILE
001243     LABEL RECORDS ARE STANDARD.
001244 01  CTL-ENREG.
001245     02 CTL-CLE.
001246         03 CTL-DATE-METIER PIC 9(08).
001247         03 CTL-TRAITEMENT PIC x(08).
001248     02 CTL-ETAT PIC x(01).
001249         88 CTL-EN-COURS VALUE 'E'.
001250         88 CTL-TERMINE VALUE 'T'.
001251         88 CTL-ANOMALIE VALUE 'A'.
001252         88 CTL-REFUSE VALUE 'R'.
001253     02 CTL-DATE-DEBUT PIC 9(08).
001254     02 CTL-HEURE-DEBUT PIC 9(08).
001255     02 CTL-DATE-FIN PIC 9(08).
001256     02 CTL-HEURE-FIN PIC 9(08).
001257     02 CTL-CODE-RETOUR PIC 9(04).
001258     02 CTL-NB-LUS PIC 9(09).
001259     02 CTL-NB-ECRITS PIC 9(09).
001260     02 CTL-NB-REJETS PIC 9(09).
001261     02 CTL-NB-PASSAGES PIC 9(03).
001262     02 CTL-FORCAGE PIC x(01).
001263         88 CTL-FORCE VALUE 'O'.
001264     02 CTL-MODE PIC x(01).
001265         88 CTL-MODE-NORMAL VALUE 'N'.
001266         88 CTL-MODE-REPRISE VALUE 'R'.
001267         88 CTL-MODE-FORCE VALUE 'F'.
001268     02 CTL-DATE-REFERENCE PIC 9(08).
001269     02 FILLER PIC x(07).
001270 01  CTL-DATE-ENREG.
001271     02 FILLER PIC x(16).
001272     02 CTL-DM-ETAT PIC x(01).
001273         88 CTL-DM-OUVERTE VALUE 'O'.
001274         88 CTL-DM-FERMEE VALUE 'F'.
001275     02 CTL-DM-DATE-COURANTE PIC 9(08).
001276     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
001277     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
001278     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
001279     02 FILLER PIC x(51).
001280 WORKING-STORAGE SECTION.
001281
001282* Garde de la fenetre batch : le drapeau de session en ligne
001283* (fichier SESSION, pose par l'ecran) interdit le demarrage du
001284* job tant qu'un poste tient les fichiers ouverts.
001285 01 SESSION-STATUS PIC x(02).
001286     88 SESSION-OK VALUE '00'.
001290     88 SESSION-INEXISTANTE VALUE '35'.
001300 77 session-ouverte-sw PIC x(01) VALUE 'N'.
001310     88 session-ouverte VALUE 'O'.
001320
001330 01 CLIENT-FILE-STATUS PIC x(02).
001340     88 CLIENT-FILE-OK VALUE '00'.
001350
001360 01 CONTRAT-FILE-STATUS PIC x(02).
001370     88 CONTRAT-FILE-OK VALUE '00'.
001380
001390 01 PRODCAT-STATUS PIC x(02).
001400     88 PRODCAT-OK VALUE '00'.
001410
001420 01 MVT-FILE-STATUS PIC x(02).
001430     88 MVT-FILE-OK VALUE '00'.
001440     88 MVT-FILE-INEXISTANT VALUE '35'.
001450
001460 01 CLIENT-LOG-STATUS PIC x(02).
001470     88 CLIENT-LOG-OK VALUE '00'.
001480     88 CLIENT-LOG-INEXISTANT VALUE '35'.
001490
001500 01 RAPPORT-STATUS PIC x(02).
001510     88 RAPPORT-OK VALUE '00'.
001520
001521* Historique permanent des interets (INTHIST) : les interets
001522* verses a l'echeance y sont ecrits sous le mois de l'echeance,
001523* avec le taux de prelevement a la source lu en seconde ligne
001524* de SYSIN (5 chiffres, 3 decimales : 12800 = 12,800 %). Un
001525* versement regenere apres rejet retrouve la meme cle : le
001526* doublon est ignore.
001527 01 INTHIST-STATUS PIC x(02).
001528     88 INTHIST-OK VALUE '00'.
001529     88 INTHIST-INEXISTANT VALUE '35'.
001530     88 INTHIST-DOUBLON VALUE '22'.
001531 01 taux-prelevement-saisi PIC x(05).
001532 01 taux-prelevement REDEFINES taux-prelevement-saisi
001533     PIC 9(02)v9(03).
001534 77 nb-interets-historises PIC 9(05) COMP VALUE ZERO.
001535
001536* Historique permanent des mouvements passes (MVTHIST), lu pour
001537* verifier le versement d'un depot avant sa cloture. Absent :
001538* aucun mouvement n'a encore ete passe.
001539 01 HISTO-STATUS PIC x(02).
001540     88 HISTO-OK VALUE '00'.
001541     88 HISTO-INEXISTANT VALUE '35'.
001542 77 historique-present-sw PIC x(01).
001543     88 historique-present VALUE 'O'.
001544 77 fin-histo-sw PIC x(01).
001545     88 fin-histo VALUE 'O'.
001546 77 debit-trouve-sw PIC x(01).
001547     88 debit-trouve VALUE 'O'.
001548 77 capital-trouve-sw PIC x(01).
001549     88 capital-trouve VALUE 'O'.
001550 77 interet-trouve-sw PIC x(01).
001551     88 interet-trouve VALUE 'O'.
001552 77 versement-verifie-sw PIC x(01).
001553     88 versement-verifie VALUE 'O'.
001554 77 capital-verse PIC 9(9)v9(2).
001555 77 interet-attendu PIC 9(9)v9(2).
001556 01 date-versement PIC x(08).
001557
001558 77 fin-contrats-sw PIC x(01).
001559     88 fin-contrats VALUE 'O'.
001560
001561 77 fin-catalogue-sw PIC x(01).
001570     88 fin-catalogue VALUE 'O'.
001580
001590 77 fin-mvts-sw PIC x(01).
001600     88 fin-mvts VALUE 'O'.
001610
001620 77 ouverture-echouee-sw PIC x(01).
001630     88 ouverture-echouee VALUE 'O'.
001640
001650 77 traitement-echoue-sw PIC x(01).
001660     88 traitement-echoue VALUE 'O'.
001670
001680 77 versement-possible-sw PIC x(01).
001690     88 versement-possible VALUE 'O'.
001700
001710* Mode de lancement (premiere ligne de SYSIN) : NORMAL ou a
001718* blanc, traitement normal ; REPRISE, reprise apres incident
001726* (prise d'office apres un passage interrompu d'ECHTERM) : les
001734* mouvements du jour deja presents dans MVTSCSV sont releves
001742* et seuls les mouvements de versement absents sont generes.
001750 77 mode-lancement PIC x(08).
001760     88 reprise-demandee VALUE 'REPRISE'.
001761 01 date-valeur-texte PIC x(10).
001762 77 lg-numseq PIC 9(02) COMP.
001763 77 nb-mvts-deja-presents PIC 9(05) COMP VALUE ZERO.
001764 77 nb-mvts-presents PIC 9(05) COMP VALUE ZERO.
001765 77 idx-present PIC 9(05) COMP.
001766 77 mvt-present-sw PIC x(01).
001767     88 mvt-present VALUE 'O'.
001768 01 TABLE-MVTS-PRESENTS.
001769     02 MVT-DU-JOUR OCCURS 5000 TIMES.
001770         03 MP-LIGNE PIC x(36).
001771         03 MP-UTILISE PIC x(01).
001772
001780 77 log-operation PIC x(12).
001790
001800 77 nb-depots-echus PIC 9(05) COMP VALUE ZERO.
001810 77 nb-depots-verses PIC 9(05) COMP VALUE ZERO.
001820 77 nb-depots-clos PIC 9(05) COMP VALUE ZERO.
001830 77 nb-anomalies PIC 9(05) COMP VALUE ZERO.
001840 77 nb-mvts-generes PIC 9(05) COMP VALUE ZERO.
001850 77 total-capital-verse PIC 9(11)v9(02) VALUE ZERO.
001860 77 total-interets-verses PIC 9(11)v9(02) VALUE ZERO.
001870
001880* Catalogue des produits financiers (fichier PRODCAT charge en
001890* table a l'initialisation) : le taux annuel du depot donne les
001900* interets verses a l'echeance (capital x taux x nombre de mois
001910* du depot / 1200, arrondi au centime).
001920 01 TABLE-CATALOGUE.
001930     02 PRODUIT-CATALOGUE OCCURS 50 TIMES.
001940         03 CAT-CODE PIC x(08).
001950         03 CAT-LIBELLE PIC x(30).
001960         03 CAT-TAUX-ANNUEL PIC 9(02)v9(03).
001970 77 nb-produits-catalogue PIC 9(03) COMP VALUE ZERO.
001980 77 produit-trouve-sw PIC x(01).
001990     88 produit-trouve VALUE 'O'.
002000 77 idx-catalogue PIC 9(03) COMP VALUE ZERO.
002010
002020* Depot en cours de versement : sa cle est conservee pendant la
002030* lecture du produit de versement, puis relue pour reprendre le
002040* parcours sequentiel du fichier CONTRATS.
002050 01 cle-depot.
002060     02 cd-numcli PIC 9(06).
002070     02 cd-numprod PIC 9(03).
002080 77 nb-mois-depot PIC S9(04).
002090 77 interet-echeance PIC 9(9)v9(2).
002100 77 montant-mvt PIC 9(9)v9(2).
002110
002120* Date du traitement et date d'echeance du depot courant.
002130 01 date-du-jour PIC 9(08).
002140 01 date-du-jour-decoupe REDEFINES date-du-jour.
002150     02 dj-aaaa PIC 9(04).
002160     02 dj-mm PIC 9(02).
002170     02 dj-jj PIC 9(02).
002180 01 echeance-courante PIC 9(08).
002190 01 echeance-decoupe REDEFINES echeance-courante.
002200     02 ec-aaaa PIC 9(04).
002210     02 ec-mm PIC 9(02).
002220     02 ec-jj PIC 9(02).
002230
002240* Echeancier : limites a 30, 60 et 90 jours de la date du
002250* traitement, obtenues en avancant la date jour par jour.
002260 01 date-calculee PIC 9(08).
002270 01 date-calculee-decoupe REDEFINES date-calculee.
002280     02 dc-aaaa PIC 9(04).
002290     02 dc-mm PIC 9(02).
002300     02 dc-jj PIC 9(02).
002310 01 TABLE-ECHEANCIER.
002320     02 TRANCHE-ECHEANCIER OCCURS 3 TIMES.
002330         03 TR-LIBELLE PIC x(04).
002340         03 TR-LIMITE PIC 9(08).
002350         03 TR-NOMBRE PIC 9(05) COMP.
002360         03 TR-TOTAL PIC 9(11)v9(02).
002370 77 idx-tranche PIC 9(01) COMP VALUE ZERO.
002380
002390 01 TABLE-JOURS-MOIS PIC x(24) VALUE '312831303130313130313031'.
002400 01 JOURS-MOIS-REDEF REDEFINES TABLE-JOURS-MOIS.
002410     02 JOUR-MAX-MOIS PIC 9(02) OCCURS 12 TIMES.
002420
002430 77 jour-max-du-mois PIC 9(02).
002440 77 reste-4 PIC 9(02).
002450 77 reste-100 PIC 9(02).
002460 77 reste-400 PIC 9(03).
002470 77 quotient-annee PIC 9(04).
002480
002490* Suite des numeros de sequence : le plus grand numero deja
002500* present dans MVTSCSV est determine par une premiere lecture,
002510* les mouvements generes continuent la numerotation.
002520 77 dernier-numseq PIC 9(06) VALUE ZERO.
002530 77 numseq-courant PIC 9(06) VALUE ZERO.
002540 01 numseq-texte PIC x(07).
002550 01 zone-brute PIC x(09).
002560 01 zone-cadree PIC x(09) JUSTIFIED RIGHT.
002570 77 longueur-zone PIC 9(02) COMP.
002580
002590* Zones de construction de la ligne de mouvement generee.
002600 01 gen-numseq-edit PIC 9(06).
002610 01 gen-numcli-edit PIC 9(06).
002620 01 gen-numprod-edit PIC 9(03).
002630 01 gen-sens PIC x(01).
002640 01 gen-montant-edit PIC 9(9).99.
002650
002660* Client courant du rapport (nom mis en cache tant que le
002670* numero de client ne change pas).
002680 77 numcli-courant PIC 9(06) VALUE ZERO.
002690 77 nom-client PIC x(30).
002700
002710 01 rap-compteur-edit PIC 9(07).
002720 01 rap-total-edit PIC 9(11).99.
002730
002740 01 rap-detail.
002750     02 FILLER PIC x(01) VALUE SPACE.
002760     02 rd-numcli PIC 9(06).
002770     02 FILLER PIC x(01) VALUE SPACE.
002780     02 rd-numprod PIC 9(03).
002790     02 FILLER PIC x(01) VALUE SPACE.
002800     02 rd-nom PIC x(25).
002810     02 FILLER PIC x(01) VALUE SPACE.
002820     02 rd-intitule PIC x(25).
002830     02 FILLER PIC x(01) VALUE SPACE.
002840     02 rd-echeance PIC x(10).
002850     02 FILLER PIC x(01) VALUE SPACE.
002860     02 rd-capital PIC -(9)9.99.
002870     02 FILLER PIC x(01) VALUE SPACE.
002880     02 rd-interet PIC Z(8)9.99.
002890     02 FILLER PIC x(01) VALUE SPACE.
002900     02 rd-versement PIC 9(03).
002910     02 FILLER PIC x(01) VALUE SPACE.
002920     02 rd-statut PIC x(12).
002930
002931* Controle d'execution de la chaine (fichier RUNCTL) : date metier
002932* posee par FENBAT OUVRIR, second passage reussi pour la meme date
002933* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
002934* demarrage refuse tant que le traitement prerequis n'est pas
002935* termine pour la date metier.
002936 01 RUNCTL-STATUS PIC x(02).
002937     88 RUNCTL-OK VALUE '00'.
002938     88 RUNCTL-INEXISTANT VALUE '35'.
002939 77 ctl-programme PIC x(08) VALUE 'ECHTERM'.
002940 77 ctl-prerequis PIC x(08) VALUE 'RECREJ'.
002941 77 ctl-periodicite PIC x(01) VALUE 'J'.
002942     88 ctl-quotidien VALUE 'J'.
002943     88 ctl-mensuel VALUE 'M'.
002944     88 ctl-annuel VALUE 'A'.
002945 77 ctl-existant-sw PIC x(01).
002946     88 ctl-existant VALUE 'O'.
002947 77 execution-refusee-sw PIC x(01) VALUE 'N'.
002948     88 execution-refusee VALUE 'O'.
002949 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
002950     88 execution-inscrite VALUE 'O'.
002951 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
002952     88 execution-interrompue VALUE 'O'.
002953 77 execution-forcee-sw PIC x(01) VALUE 'N'.
002954     88 execution-forcee VALUE 'O'.
002955 01 controle-sauve PIC x(100).
002956 01 date-metier PIC 9(08).
002957 01 periode-controle PIC 9(08).
002958 01 periode-controle-decoupe REDEFINES periode-controle.
002959     02 pc-aaaa PIC 9(04).
002960     02 pc-mm PIC 9(02).
002961     02 pc-jj PIC 9(02).
002962
002963 PROCEDURE DIVISION.
002964
002965******************************************************************
002970* 0000-MAINLINE
002980*    Controle la session en ligne, verse les depots echus et
002990*    clot les depots deja verses, edite l'echeancier a 30, 60
003000*    et 90 jours, puis imprime les totaux de controle.
003010******************************************************************
003020 0000-MAINLINE.
003030     PERFORM 0500-CONTROLER-SESSION THRU 0500-EXIT.
003040     IF session-ouverte
003050         MOVE 8 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003072     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
003074     IF execution-refusee
003076         STOP RUN
003078     END-IF.
003080     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
003090     IF NOT ouverture-echouee
003100         PERFORM 2000-TRAITER-DEPOT THRU 2000-EXIT
003110             UNTIL fin-contrats
003120         IF NOT traitement-echoue
003130             PERFORM 4000-EDITER-ECHEANCIER THRU 4000-EXIT
003140         END-IF
003150         PERFORM 9000-TERMINAISON THRU 9000-EXIT
003160     END-IF.
003165     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
003170     STOP RUN.
003180
003190******************************************************************
003200* 0500-CONTROLER-SESSION
003210*    Consulte le drapeau de session en ligne (fichier SESSION) :
003220*    un etat O signale un ecran encore ouvert sur les fichiers,
003230*    le job est refuse. Drapeau absent = aucune session.
003240******************************************************************
003250 0500-CONTROLER-SESSION.
003260     MOVE 'N' TO session-ouverte-sw.
003270     OPEN INPUT SESSION-FILE.
003280     IF SESSION-INEXISTANTE
003290         GO TO 0500-EXIT
003300     END-IF.
003310     IF NOT SESSION-OK
003320         DISPLAY "ECHTERM : DRAPEAU DE SESSION ILLISIBLE - CODE "
003330             SESSION-STATUS " - JOB REFUSE."
003340         SET session-ouverte TO TRUE
003350         GO TO 0500-EXIT
003360     END-IF.
003370     READ SESSION-FILE
003380         AT END
003390             CONTINUE
003400     END-READ.
003410     IF SESSION-OK AND SES-ETAT = 'O'
003420         DISPLAY "ECHTERM : UNE SESSION EN LIGNE TIENT ENCORE"
003430             " LES FICHIERS (DEPUIS " SES-DATE " " SES-HEURE
003440             ") - JOB REFUSE."
003450         SET session-ouverte TO TRUE
003460     END-IF.
003470     CLOSE SESSION-FILE.
003480 0500-EXIT.
003490     EXIT.
003500
003501******************************************************************
003502* 0600-OUVRIR-CONTROLE
003503*    Controle d'execution (fichier RUNCTL) : lit la date metier
003504*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
003505*    la meme date ou periode (code retour 4) sauf forcage, refuse
003506*    le demarrage tant que le prerequis n'est pas termine pour la
003507*    date metier (code retour 8), puis inscrit le passage a l'etat
003508*    en cours. Un passage precedent reste en cours ou termine en
003509*    anomalie signale une relance apres incident.
003510******************************************************************
003511 0600-OUVRIR-CONTROLE.
003512     MOVE 'N' TO execution-refusee-sw.
003513     MOVE 'N' TO execution-inscrite-sw.
003514     MOVE 'N' TO execution-interrompue-sw.
003515     MOVE 'N' TO execution-forcee-sw.
003516     OPEN I-O RUNCTL-FILE.
003517     IF NOT RUNCTL-OK
003518         DISPLAY "ECHTERM : FICHIER DE CONTROLE RUNCTL"
003519             " INACCESSIBLE - CODE " RUNCTL-STATUS
003520             " - JOB REFUSE."
003521         SET execution-refusee TO TRUE
003522         MOVE 8 TO RETURN-CODE
003523         GO TO 0600-EXIT
003524     END-IF.
003525     MOVE ZERO TO CTL-DATE-METIER.
003526     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
003527     READ RUNCTL-FILE
003528         INVALID KEY
003529             DISPLAY "ECHTERM : DATE METIER NON POSEE"
003530                 " (FENBAT OUVRIR) - JOB REFUSE."
003531             SET execution-refusee TO TRUE
003532             MOVE 8 TO RETURN-CODE
003533             CLOSE RUNCTL-FILE
003534             GO TO 0600-EXIT
003535     END-READ.
003536     MOVE CTL-DM-DATE-COURANTE TO date-metier.
003537     MOVE date-metier TO periode-controle.
003538     IF ctl-mensuel
003539         MOVE ZERO TO pc-jj
003540     END-IF.
003541     IF ctl-annuel
003542         MOVE ZERO TO pc-mm
003543         MOVE ZERO TO pc-jj
003544     END-IF.
003545     MOVE 'O' TO ctl-existant-sw.
003546     MOVE periode-controle TO CTL-DATE-METIER.
003547     MOVE ctl-programme TO CTL-TRAITEMENT.
003548     READ RUNCTL-FILE
003549         INVALID KEY
003550             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
003551     END-READ.
003552     IF CTL-FORCE
003553         SET execution-forcee TO TRUE
003554     END-IF.
003555     IF CTL-TERMINE AND NOT execution-forcee
003556         DISPLAY "ECHTERM : DEJA TERMINE POUR " periode-controle
003557             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
003558             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
003559         SET execution-refusee TO TRUE
003560         MOVE 4 TO RETURN-CODE
003561         CLOSE RUNCTL-FILE
003562         GO TO 0600-EXIT
003563     END-IF.
003564     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
003565         SET execution-interrompue TO TRUE
003566     END-IF.
003567     MOVE CTL-ENREG TO controle-sauve.
003568     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
003569         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
003570     END-IF.
003571     MOVE controle-sauve TO CTL-ENREG.
003572     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
003573     ACCEPT CTL-HEURE-DEBUT FROM TIME.
003574     MOVE ZERO TO CTL-DATE-FIN.
003575     MOVE ZERO TO CTL-HEURE-FIN.
003576     MOVE date-metier TO CTL-DATE-REFERENCE.
003577     ADD 1 TO CTL-NB-PASSAGES.
003578     IF execution-refusee
003579         GO TO 0600-REFUS
003580     END-IF.
003581     MOVE 'E' TO CTL-ETAT.
003582     MOVE ZERO TO CTL-CODE-RETOUR.
003583     MOVE ZERO TO CTL-NB-LUS.
003584     MOVE ZERO TO CTL-NB-ECRITS.
003585     MOVE ZERO TO CTL-NB-REJETS.
003586     MOVE 'N' TO CTL-FORCAGE.
003587     MOVE 'N' TO CTL-MODE.
003588     IF execution-interrompue
003589         MOVE 'R' TO CTL-MODE
003590         DISPLAY "ECHTERM : PASSAGE PRECEDENT INTERROMPU POUR "
003591             periode-controle " - RELANCE APRES INCIDENT."
003592     END-IF.
003593     IF execution-forcee
003594         MOVE 'F' TO CTL-MODE
003595         DISPLAY "ECHTERM : PASSAGE FORCE POUR "
003596             periode-controle "."
003597     END-IF.
003598     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
003599     IF NOT execution-refusee
003600         SET execution-inscrite TO TRUE
003601     END-IF.
003602     CLOSE RUNCTL-FILE.
003603     GO TO 0600-EXIT.
003604 0600-REFUS.
003605*    Un passage interrompu garde son etat : seul un refus sur un
003606*    traitement non encore lance (ou deja refuse) est inscrit.
003607     IF ctl-existant AND NOT CTL-REFUSE
003608         CLOSE RUNCTL-FILE
003609         GO TO 0600-EXIT
003610     END-IF.
003611     MOVE 'R' TO CTL-ETAT.
003612     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
003613     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
003614     CLOSE RUNCTL-FILE.
003615 0600-EXIT.
003616     EXIT.
003617
003618******************************************************************
003619* 0610-INITIALISER-CONTROLE
003620*    Prepare un enregistrement de controle vierge pour le
003621*    traitement et la periode courants (premier passage).
003622******************************************************************
003623 0610-INITIALISER-CONTROLE.
003624     MOVE 'N' TO ctl-existant-sw.
003625     MOVE SPACES TO CTL-ENREG.
003626     MOVE periode-controle TO CTL-DATE-METIER.
003627     MOVE ctl-programme TO CTL-TRAITEMENT.
003628     MOVE ZERO TO CTL-CODE-RETOUR.
003629     MOVE ZERO TO CTL-NB-LUS.
003630     MOVE ZERO TO CTL-NB-ECRITS.
003631     MOVE ZERO TO CTL-NB-REJETS.
003632     MOVE ZERO TO CTL-NB-PASSAGES.
003633     MOVE 'N' TO CTL-FORCAGE.
003634     MOVE 'N' TO CTL-MODE.
003635     MOVE ZERO TO CTL-DATE-REFERENCE.
003636 0610-EXIT.
003637     EXIT.
003638
003639******************************************************************
003640* 0620-CONTROLER-PREREQUIS
003641*    Le traitement prerequis doit etre termine (code retour 4 au
003642*    plus) pour la date metier ; sinon le demarrage est refuse.
003643******************************************************************
003644 0620-CONTROLER-PREREQUIS.
003645     MOVE date-metier TO CTL-DATE-METIER.
003646     MOVE ctl-prerequis TO CTL-TRAITEMENT.
003647     READ RUNCTL-FILE
003648         INVALID KEY
003649             MOVE SPACES TO CTL-ETAT
003650     END-READ.
003651     IF NOT CTL-TERMINE
003652         DISPLAY "ECHTERM : PREREQUIS " ctl-prerequis
003653             " NON TERMINE POUR LA DATE METIER " date-metier
003654             " - JOB REFUSE."
003655         SET execution-refusee TO TRUE
003656         MOVE 8 TO RETURN-CODE
003657     END-IF.
003658 0620-EXIT.
003659     EXIT.
003660
003661******************************************************************
003662* 0630-ECRIRE-CONTROLE
003663*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
003664*    d'ecriture refuse le job (code retour 8).
003665******************************************************************
003666 0630-ECRIRE-CONTROLE.
003667     IF ctl-existant
003668         REWRITE CTL-ENREG
003669     ELSE
003670         WRITE CTL-ENREG
003671     END-IF.
003672     IF NOT RUNCTL-OK
003673         DISPLAY "ECHTERM : ERREUR ECRITURE RUNCTL - CODE "
003674             RUNCTL-STATUS " - JOB REFUSE."
003675         SET execution-refusee TO TRUE
003676         MOVE 8 TO RETURN-CODE
003677     END-IF.
003678 0630-EXIT.
003679     EXIT.
003680
003681******************************************************************
003682* 1000-INITIALISATION
003683*    Lit le mode de lancement et le taux de prelevement, date
003684*    le traitement et calcule les limites de l'echeancier,
003685*    charge le catalogue, releve la derniere sequence de
003686*    MVTSCSV, ouvre les fichiers, ecrit l'en-tete du rapport
003687*    et se place sur le premier contrat.
003688******************************************************************
003689 1000-INITIALISATION.
003690     MOVE 'N' TO fin-contrats-sw.
003691     MOVE 'N' TO ouverture-echouee-sw.
003692     MOVE 'N' TO traitement-echoue-sw.
003693     MOVE SPACES TO mode-lancement.
003694     ACCEPT mode-lancement.
003695     IF execution-interrompue
003696         MOVE 'REPRISE' TO mode-lancement
003697     END-IF.
003698     MOVE SPACES TO taux-prelevement-saisi.
003699     ACCEPT taux-prelevement-saisi.
003700     IF taux-prelevement-saisi NOT NUMERIC
003701         DISPLAY "ECHTERM : TAUX DE PRELEVEMENT INVALIDE : "
003702             taux-prelevement-saisi
003703         SET ouverture-echouee TO TRUE
003704         MOVE 8 TO RETURN-CODE
003705         GO TO 1000-EXIT
003706     END-IF.
003710     MOVE date-metier TO date-du-jour.
003711     MOVE SPACES TO date-valeur-texte.
003712     STRING dj-jj "/" dj-mm "/" dj-aaaa DELIMITED BY SIZE
003713         INTO date-valeur-texte
003714     END-STRING.
003715     IF reprise-demandee
003716         DISPLAY "ECHTERM : REPRISE - SEULS LES MOUVEMENTS DE"
003717             " VERSEMENT ABSENTS DE MVTSCSV POUR LE "
003718             date-valeur-texte " SONT GENERES."
003719     END-IF.
003720     MOVE date-du-jour TO date-calculee.
003730     MOVE 'J+30' TO TR-LIBELLE(1).
003740     MOVE 'J+60' TO TR-LIBELLE(2).
003750     MOVE 'J+90' TO TR-LIBELLE(3).
003760     MOVE 1 TO idx-tranche.
003770     PERFORM 1150-CALCULER-LIMITE THRU 1150-EXIT 3 TIMES.
003780     PERFORM 1050-CHARGER-CATALOGUE THRU 1050-EXIT.
003790     IF ouverture-echouee
003800         GO TO 1000-EXIT
003810     END-IF.
003820     PERFORM 1300-RELEVER-SEQUENCE THRU 1300-EXIT.
003830     IF ouverture-echouee
003840         GO TO 1000-EXIT
003850     END-IF.
003860     PERFORM 1100-OUVRIR-FICHIERS THRU 1100-EXIT.
003870     IF ouverture-echouee
003880         GO TO 1000-EXIT
003890     END-IF.
003900     PERFORM 1200-ECRIRE-ENTETE THRU 1200-EXIT.
003910     MOVE ZERO TO CT-NUMCLI.
003920     MOVE ZERO TO CT-NUMPROD.
003930     START CONTRAT-FILE KEY IS NOT LESS THAN CT-CLE
003940         INVALID KEY
003950             SET fin-contrats TO TRUE
003960     END-START.
003970     IF NOT fin-contrats
003980         PERFORM 1400-LIRE-CONTRAT THRU 1400-EXIT
003990     END-IF.
004000 1000-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040* 1050-CHARGER-CATALOGUE
004050*    Charge le catalogue des produits (fichier PRODCAT) dans la
004060*    table des produits. Un catalogue inaccessible ou vide
004070*    interdit le traitement : aucun taux ne serait connu.
004080******************************************************************
004090 1050-CHARGER-CATALOGUE.
004100     MOVE ZERO TO nb-produits-catalogue.
004110     MOVE 'N' TO fin-catalogue-sw.
004120     OPEN INPUT PRODCAT-FILE.
004130     IF NOT PRODCAT-OK
004140         DISPLAY "ECHTERM : CATALOGUE PRODUITS INACCESSIBLE - "
004150             "CODE " PRODCAT-STATUS
004160         SET ouverture-echouee TO TRUE
004170         MOVE 8 TO RETURN-CODE
004180         GO TO 1050-EXIT
004190     END-IF.
004200     PERFORM 1060-LIRE-PRODCAT THRU 1060-EXIT
004210         UNTIL fin-catalogue.
004220     CLOSE PRODCAT-FILE.
004230     IF nb-produits-catalogue = ZERO
004240         DISPLAY "ECHTERM : CATALOGUE PRODUITS VIDE - "
004250             "TRAITEMENT REFUSE."
004260         SET ouverture-echouee TO TRUE
004270         MOVE 8 TO RETURN-CODE
004280     END-IF.
004290 1050-EXIT.
004300     EXIT.
004310
004320 1060-LIRE-PRODCAT.
004330     READ PRODCAT-FILE
004340         AT END
004350             SET fin-catalogue TO TRUE
004360             GO TO 1060-EXIT
004370     END-READ.
004380     IF nb-produits-catalogue >= 50
004390         DISPLAY "ECHTERM : CATALOGUE PRODUITS TRONQUE A 50"
004400             " PRODUITS."
004410         SET fin-catalogue TO TRUE
004420         GO TO 1060-EXIT
004430     END-IF.
004440     ADD 1 TO nb-produits-catalogue.
004450     MOVE PC-CODE TO CAT-CODE(nb-produits-catalogue).
004460     MOVE PC-LIBELLE TO CAT-LIBELLE(nb-produits-catalogue).
004470     MOVE PC-TAUX-ANNUEL TO
004480         CAT-TAUX-ANNUEL(nb-produits-catalogue).
004490 1060-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530* 1100-OUVRIR-FICHIERS
004540*    Ouvre les fichiers du traitement : contrats en mise a jour,
004550*    clients en lecture, fichier d'apport et journal en ajout,
004560*    rapport en sortie, historique des interets en mise a jour.
004570******************************************************************
004580 1100-OUVRIR-FICHIERS.
004590     OPEN I-O CONTRAT-FILE.
004600     IF NOT CONTRAT-FILE-OK
004610         DISPLAY "ECHTERM : FICHIER CONTRATS INACCESSIBLE - "
004620             "CODE " CONTRAT-FILE-STATUS
004630         SET ouverture-echouee TO TRUE
004640         MOVE 8 TO RETURN-CODE
004650         GO TO 1100-EXIT
004660     END-IF.
004670     OPEN INPUT CLIENT-FILE.
004680     IF NOT CLIENT-FILE-OK
004690         DISPLAY "ECHTERM : FICHIER CLIENTS INACCESSIBLE - "
004700             "CODE " CLIENT-FILE-STATUS
004710         CLOSE CONTRAT-FILE
004720         SET ouverture-echouee TO TRUE
004730         MOVE 8 TO RETURN-CODE
004740         GO TO 1100-EXIT
004750     END-IF.
004760     OPEN EXTEND MVT-FILE.
004770     IF MVT-FILE-INEXISTANT
004780         OPEN OUTPUT MVT-FILE
004790     END-IF.
004800     IF NOT MVT-FILE-OK
004810         DISPLAY "ECHTERM : FICHIER MOUVEMENTS INACCESSIBLE EN"
004820             " AJOUT - CODE " MVT-FILE-STATUS
004830         CLOSE CONTRAT-FILE
004840         CLOSE CLIENT-FILE
004850         SET ouverture-echouee TO TRUE
004860         MOVE 8 TO RETURN-CODE
004870         GO TO 1100-EXIT
004880     END-IF.
004890     OPEN EXTEND CLIENT-LOG-FILE.
004900     IF CLIENT-LOG-INEXISTANT
004910         OPEN OUTPUT CLIENT-LOG-FILE
004920     END-IF.
004930     OPEN OUTPUT RAPPORT-FILE.
004940     IF NOT RAPPORT-OK
004950         DISPLAY "ECHTERM : FICHIER RAPPORT INACCESSIBLE - "
004960             "CODE " RAPPORT-STATUS
004970         PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
004971         SET ouverture-echouee TO TRUE
004972         MOVE 8 TO RETURN-CODE
004973         GO TO 1100-EXIT
004974     END-IF.
004975     OPEN I-O INTHIST-FILE.
004976     IF INTHIST-INEXISTANT
004977         OPEN OUTPUT INTHIST-FILE
004978         CLOSE INTHIST-FILE
004979         OPEN I-O INTHIST-FILE
004980     END-IF.
004981     IF NOT INTHIST-OK
004982         DISPLAY "ECHTERM : HISTORIQUE INTERETS INACCESSIBLE - "
004983             "CODE " INTHIST-STATUS
004984         PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
004985         CLOSE RAPPORT-FILE
004986         SET ouverture-echouee TO TRUE
004990         MOVE 8 TO RETURN-CODE
004991         GO TO 1100-EXIT
004992     END-IF.
004993     MOVE 'N' TO historique-present-sw.
004994     OPEN INPUT HISTO-FILE.
004995     IF HISTO-OK
004996         SET historique-present TO TRUE
004997     ELSE
004998         IF NOT HISTO-INEXISTANT
004999             DISPLAY "ECHTERM : HISTORIQUE MVTHIST INACCESSIBLE"
005000                 " - CODE " HISTO-STATUS
005001             PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
005002             CLOSE RAPPORT-FILE
005003             SET ouverture-echouee TO TRUE
005004             MOVE 8 TO RETURN-CODE
005005         END-IF
005006     END-IF.
005010 1100-EXIT.
005020     EXIT.
005030
005040******************************************************************
005050* 1150-CALCULER-LIMITE
005060*    Avance la date calculee de 30 jours et la retient comme
005070*    limite de la tranche courante de l'echeancier.
005080******************************************************************
005090 1150-CALCULER-LIMITE.
005100     PERFORM 1160-AVANCER-JOUR THRU 1160-EXIT 30 TIMES.
005110     MOVE date-calculee TO TR-LIMITE(idx-tranche).
005120     MOVE ZERO TO TR-NOMBRE(idx-tranche).
005130     MOVE ZERO TO TR-TOTAL(idx-tranche).
005140     ADD 1 TO idx-tranche.
005150 1150-EXIT.
005160     EXIT.
005170
005180 1160-AVANCER-JOUR.
005190     PERFORM 1170-DETERMINER-JOUR-MAX THRU 1170-EXIT.
005200     IF dc-jj < jour-max-du-mois
005210         ADD 1 TO dc-jj
005220         GO TO 1160-EXIT
005230     END-IF.
005240     MOVE 1 TO dc-jj.
005250     IF dc-mm < 12
005260         ADD 1 TO dc-mm
005270     ELSE
005280         MOVE 1 TO dc-mm
005290         ADD 1 TO dc-aaaa
005300     END-IF.
005310 1160-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350* 1170-DETERMINER-JOUR-MAX
005360*    Determine le nombre de jours du mois de la date calculee,
005370*    en tenant compte du 29 fevrier les annees bissextiles.
005380******************************************************************
005390 1170-DETERMINER-JOUR-MAX.
005400     MOVE JOUR-MAX-MOIS(dc-mm) TO jour-max-du-mois.
005410     IF dc-mm = 2
005420         DIVIDE dc-aaaa BY 4 GIVING quotient-annee
005430             REMAINDER reste-4
005440         DIVIDE dc-aaaa BY 100 GIVING quotient-annee
005450             REMAINDER reste-100
005460         DIVIDE dc-aaaa BY 400 GIVING quotient-annee
005470             REMAINDER reste-400
005480         IF reste-4 = 0 AND (reste-100 NOT = 0 OR reste-400 = 0)
005490             ADD 1 TO jour-max-du-mois
005500         END-IF
005510     END-IF.
005520 1170-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560* 1200-ECRIRE-ENTETE
005570*    Ecrit l'en-tete du rapport des echeances (date du
005580*    traitement et libelles de colonnes).
005590******************************************************************
005600 1200-ECRIRE-ENTETE.
005610     MOVE SPACES TO RAP-LIGNE.
005620     STRING
005630         " ECHEANCES DES DEPOTS A TERME - TRAITEMENT DU "
005640             DELIMITED BY SIZE
005650         dj-jj DELIMITED BY SIZE
005660         "/" DELIMITED BY SIZE
005670         dj-mm DELIMITED BY SIZE
005680         "/" DELIMITED BY SIZE
005690         dj-aaaa DELIMITED BY SIZE
005700         INTO RAP-LIGNE
005710     END-STRING.
005720     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005730     PERFORM 1250-ECRIRE-COLONNES THRU 1250-EXIT.
005740 1200-EXIT.
005750     EXIT.
005760
005770 1250-ECRIRE-COLONNES.
005780     MOVE SPACES TO RAP-LIGNE.
005790     STRING
005800         " NUMCLI NPR NOM                       "
005810             DELIMITED BY SIZE
005820         "INTITULE                  ECHEANCE   "
005830             DELIMITED BY SIZE
005840         "      CAPITAL     INTERETS VRS STATUT"
005850             DELIMITED BY SIZE
005860         INTO RAP-LIGNE
005870     END-STRING.
005880     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005890     MOVE ALL "-" TO RAP-LIGNE.
005900     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005910 1250-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950* 1300-RELEVER-SEQUENCE
005960*    Lit le fichier d'apport existant et retient le plus grand
005970*    numero de sequence, pour que les mouvements generes
005980*    continuent la numerotation. Fichier absent : la generation
005990*    part de la sequence 1.
006000******************************************************************
006010 1300-RELEVER-SEQUENCE.
006020     MOVE ZERO TO dernier-numseq.
006030     MOVE 'N' TO fin-mvts-sw.
006040     OPEN INPUT MVT-FILE.
006050     IF MVT-FILE-INEXISTANT
006060         GO TO 1300-EXIT
006070     END-IF.
006080     IF NOT MVT-FILE-OK
006090         DISPLAY "ECHTERM : FICHIER MOUVEMENTS INACCESSIBLE - "
006100             "CODE " MVT-FILE-STATUS
006110         SET ouverture-echouee TO TRUE
006120         MOVE 8 TO RETURN-CODE
006130         GO TO 1300-EXIT
006140     END-IF.
006150     PERFORM 1310-RELEVER-LIGNE THRU 1310-EXIT
006160         UNTIL fin-mvts.
006170     CLOSE MVT-FILE.
006180 1300-EXIT.
006190     EXIT.
006200
006210 1310-RELEVER-LIGNE.
006220     READ MVT-FILE
006230         AT END
006240             SET fin-mvts TO TRUE
006250             GO TO 1310-EXIT
006260     END-READ.
006262     IF reprise-demandee
006264         PERFORM 1320-RETENIR-LIGNE THRU 1320-EXIT
006266     END-IF.
006270     MOVE SPACES TO numseq-texte.
006280     UNSTRING MVT-LIGNE DELIMITED BY ","
006290         INTO numseq-texte
006300     END-UNSTRING.
006310     IF numseq-texte(7:1) NOT = SPACE
006320         GO TO 1310-EXIT
006330     END-IF.
006340     MOVE numseq-texte(1:6) TO zone-brute.
006350     PERFORM 1350-CADRER-ZONE THRU 1350-EXIT.
006360     IF zone-cadree NOT NUMERIC
006370         GO TO 1310-EXIT
006380     END-IF.
006390     MOVE zone-cadree(4:6) TO numseq-courant.
006400     IF numseq-courant > dernier-numseq
006410         MOVE numseq-courant TO dernier-numseq
006420     END-IF.
006430 1310-EXIT.
006431     EXIT.
006432
006433******************************************************************
006434* 1320-RETENIR-LIGNE
006435*    En reprise, retient la ligne lue (sans son numero de
006436*    sequence) si elle est datee du jour du traitement, au
006437*    format des mouvements generes. Table pleine : la reprise
006438*    est refusee (code retour 8).
006439******************************************************************
006440 1320-RETENIR-LIGNE.
006441     MOVE ZERO TO lg-numseq.
006442     INSPECT MVT-LIGNE TALLYING lg-numseq
006443         FOR CHARACTERS BEFORE INITIAL ",".
006444     IF lg-numseq > 7
006445         GO TO 1320-EXIT
006446     END-IF.
006447     IF MVT-LIGNE(lg-numseq + 28:10) NOT = date-valeur-texte
006448         GO TO 1320-EXIT
006449     END-IF.
006450     IF nb-mvts-presents NOT < 5000
006451         DISPLAY "ECHTERM : TROP DE MOUVEMENTS DU JOUR DANS"
006452             " MVTSCSV POUR LA REPRISE - TRAITEMENT REFUSE."
006453         SET ouverture-echouee TO TRUE
006454         MOVE 8 TO RETURN-CODE
006455         SET fin-mvts TO TRUE
006456         GO TO 1320-EXIT
006457     END-IF.
006458     ADD 1 TO nb-mvts-presents.
006459     MOVE MVT-LIGNE(lg-numseq + 2:36)
006460         TO MP-LIGNE(nb-mvts-presents).
006461     MOVE 'N' TO MP-UTILISE(nb-mvts-presents).
006462 1320-EXIT.
006463     EXIT.
006464
006465******************************************************************
006470* 1350-CADRER-ZONE
006480*    Cadre a droite le contenu de zone-brute dans zone-cadree en
006490*    le completant de zeros a gauche (meme cadrage que POSTMVT).
006500*    Une zone vide rend zone-cadree a blanc (non numerique).
006510******************************************************************
006520 1350-CADRER-ZONE.
006530     MOVE 9 TO longueur-zone.
006540     PERFORM 1360-RACCOURCIR-ZONE THRU 1360-EXIT
006550         UNTIL longueur-zone = 0
006560             OR zone-brute(longueur-zone:1) NOT = SPACE.
006570     IF longueur-zone = 0
006580         MOVE SPACES TO zone-cadree
006590         GO TO 1350-EXIT
006600     END-IF.
006610     MOVE zone-brute(1:longueur-zone) TO zone-cadree.
006620     INSPECT zone-cadree REPLACING LEADING " " BY "0".
006630 1350-EXIT.
006640     EXIT.
006650
006660 1360-RACCOURCIR-ZONE.
006670     SUBTRACT 1 FROM longueur-zone.
006680 1360-EXIT.
006690     EXIT.
006700
006710 1400-LIRE-CONTRAT.
006720     READ CONTRAT-FILE NEXT RECORD
006730         AT END
006740             SET fin-contrats TO TRUE
006750     END-READ.
006760 1400-EXIT.
006770     EXIT.
006780
006790******************************************************************
006800* 2000-TRAITER-DEPOT
006810*    Examine le contrat courant : seuls les depots a terme non
006820*    clos arrives a echeance sont traites. Un depot dont le
006830*    capital reste a verser est verse ; un depot deja verse
006840*    (solde nul, le debit du capital ayant ete passe par
006850*    POSTMVT) est clos. Puis lit le contrat suivant.
006860******************************************************************
006870 2000-TRAITER-DEPOT.
006880     IF CT-DATE-ECHEANCE = ZERO OR CT-CLOS
006890         GO TO 2000-SUIVANT
006900     END-IF.
006910     IF CT-DATE-ECHEANCE > date-du-jour
006920         GO TO 2000-SUIVANT
006930     END-IF.
006940     ADD 1 TO nb-depots-echus.
006950     MOVE CT-DATE-ECHEANCE TO echeance-courante.
006960     PERFORM 3000-LIRE-NOM-CLIENT THRU 3000-EXIT.
006970     MOVE ZERO TO interet-echeance.
006980     IF CT-SOMME = ZERO
006981         PERFORM 2050-VERIFIER-VERSEMENT THRU 2050-EXIT
006982         IF NOT versement-verifie
006983             ADD 1 TO nb-anomalies
006984             MOVE 'A VERIFIER' TO rd-statut
006985             PERFORM 7000-EDITER-LIGNE THRU 7000-EXIT
006986             GO TO 2000-SUIVANT
006987         END-IF
006990         PERFORM 2400-CLORE-DEPOT THRU 2400-EXIT
007000         GO TO 2000-SUIVANT
007010     END-IF.
007020     IF CT-SOMME < ZERO
007030         ADD 1 TO nb-anomalies
007040         MOVE 'DEBITEUR' TO rd-statut
007050         PERFORM 7000-EDITER-LIGNE THRU 7000-EXIT
007060         GO TO 2000-SUIVANT
007070     END-IF.
007080     PERFORM 2100-VERSER-ECHEANCE THRU 2100-EXIT.
007090 2000-SUIVANT.
007100     IF NOT fin-contrats
007110         PERFORM 1400-LIRE-CONTRAT THRU 1400-EXIT
007120     END-IF.
007130 2000-EXIT.
007131     EXIT.
007132
007133******************************************************************
007134* 2050-VERIFIER-VERSEMENT
007135*    Depot echu a solde nul, avant sa cloture : recherche dans
007136*    MVTHIST le dernier debit du depot date de l'echeance ou
007137*    apres. Sans tel debit, le solde a ete vide autrement et le
007138*    depot peut etre clos. Sinon le credit du capital debite et
007139*    celui des interets recalcules doivent avoir ete passes sur
007140*    le produit de versement a la meme date de valeur ; un
007141*    credit manquant (rejete ou jamais genere) laisse le depot
007142*    ouvert, signale au rapport.
007143******************************************************************
007144 2050-VERIFIER-VERSEMENT.
007145     SET versement-verifie TO TRUE.
007146     IF NOT historique-present
007147         GO TO 2050-EXIT
007148     END-IF.
007149     MOVE 'N' TO debit-trouve-sw.
007150     MOVE 'N' TO fin-histo-sw.
007151     MOVE CT-NUMCLI TO HX-NUMCLI.
007152     MOVE CT-NUMPROD TO HX-NUMPROD.
007153     MOVE echeance-courante TO HX-DATEVALEUR.
007154     MOVE ZERO TO HX-NUMSEQ.
007155     START HISTO-FILE KEY IS NOT LESS THAN HX-CLE
007156         INVALID KEY
007157             SET fin-histo TO TRUE
007158     END-START.
007159     PERFORM 2060-LIRE-DEBIT THRU 2060-EXIT
007160         UNTIL fin-histo.
007161     IF NOT debit-trouve
007162         GO TO 2050-EXIT
007163     END-IF.
007164     MOVE 'N' TO versement-verifie-sw.
007165     PERFORM 2200-RECHERCHER-CATALOGUE THRU 2200-EXIT.
007166     IF NOT produit-trouve
007167         GO TO 2050-EXIT
007168     END-IF.
007169     MOVE ZERO TO interet-attendu.
007170     COMPUTE nb-mois-depot = (ec-aaaa - CT-ANNEE) * 12
007171         + ec-mm - CT-MOIS.
007172     IF nb-mois-depot > ZERO
007173         COMPUTE interet-attendu ROUNDED =
007174             capital-verse * CAT-TAUX-ANNUEL(idx-catalogue)
007175             * nb-mois-depot / 1200
007176     END-IF.
007177     MOVE 'N' TO capital-trouve-sw.
007178     MOVE 'N' TO interet-trouve-sw.
007179     IF interet-attendu = ZERO
007180         SET interet-trouve TO TRUE
007181     END-IF.
007182     MOVE 'N' TO fin-histo-sw.
007183     MOVE CT-NUMCLI TO HX-NUMCLI.
007184     MOVE CT-PRODUIT-VERSEMENT TO HX-NUMPROD.
007185     MOVE date-versement TO HX-DATEVALEUR.
007186     MOVE ZERO TO HX-NUMSEQ.
007187     START HISTO-FILE KEY IS NOT LESS THAN HX-CLE
007188         INVALID KEY
007189             SET fin-histo TO TRUE
007190     END-START.
007191     PERFORM 2070-LIRE-CREDIT THRU 2070-EXIT
007192         UNTIL fin-histo.
007193     IF capital-trouve AND interet-trouve
007194         SET versement-verifie TO TRUE
007195     END-IF.
007196 2050-EXIT.
007197     EXIT.
007198
007199 2060-LIRE-DEBIT.
007200     READ HISTO-FILE NEXT RECORD
007201         AT END
007202             SET fin-histo TO TRUE
007203             GO TO 2060-EXIT
007204     END-READ.
007205     IF HX-NUMCLI NOT = CT-NUMCLI
007206         OR HX-NUMPROD NOT = CT-NUMPROD
007207         SET fin-histo TO TRUE
007208         GO TO 2060-EXIT
007209     END-IF.
007210     IF HX-SENS = 'D'
007211         SET debit-trouve TO TRUE
007212         MOVE HX-MONTANT TO capital-verse
007213         MOVE HX-DATEVALEUR TO date-versement
007214     END-IF.
007215 2060-EXIT.
007216     EXIT.
007217
007218 2070-LIRE-CREDIT.
007219     READ HISTO-FILE NEXT RECORD
007220         AT END
007221             SET fin-histo TO TRUE
007222             GO TO 2070-EXIT
007223     END-READ.
007224     IF HX-NUMCLI NOT = CT-NUMCLI
007225         OR HX-NUMPROD NOT = CT-PRODUIT-VERSEMENT
007226         OR HX-DATEVALEUR NOT = date-versement
007227         SET fin-histo TO TRUE
007228         GO TO 2070-EXIT
007229     END-IF.
007230     IF HX-SENS NOT = 'C'
007231         GO TO 2070-EXIT
007232     END-IF.
007233     IF NOT capital-trouve AND HX-MONTANT = capital-verse
007234         SET capital-trouve TO TRUE
007235         GO TO 2070-EXIT
007236     END-IF.
007237     IF NOT interet-trouve AND HX-MONTANT = interet-attendu
007238         SET interet-trouve TO TRUE
007239     END-IF.
007240 2070-EXIT.
007241     EXIT.
007242
007243******************************************************************
007244* 2100-VERSER-ECHEANCE
007245*    Calcule les interets du depot courant sur sa duree (taux
007246*    annuel du catalogue), controle le produit de versement,
007247*    puis genere le debit du capital sur le depot, le credit du
007248*    capital et le credit des interets sur le produit de
007249*    versement. Taux inconnu ou produit de versement absent ou
007250*    clos : rien n'est genere, le depot est signale au rapport.
007251******************************************************************
007252 2100-VERSER-ECHEANCE.
007260     PERFORM 2200-RECHERCHER-CATALOGUE THRU 2200-EXIT.
007270     IF NOT produit-trouve
007280         ADD 1 TO nb-anomalies
007290         MOVE 'TAUX INCONNU' TO rd-statut
007300         PERFORM 7000-EDITER-LIGNE THRU 7000-EXIT
007310         GO TO 2100-EXIT
007320     END-IF.
007330     PERFORM 2250-CALCULER-INTERET THRU 2250-EXIT.
007340     PERFORM 2150-CONTROLER-VERSEMENT THRU 2150-EXIT.
007350     IF traitement-echoue
007360         GO TO 2100-EXIT
007370     END-IF.
007380     IF NOT versement-possible
007390         ADD 1 TO nb-anomalies
007400         MOVE 'IMPOSSIBLE' TO rd-statut
007410         PERFORM 7000-EDITER-LIGNE THRU 7000-EXIT
007420         GO TO 2100-EXIT
007430     END-IF.
007440     MOVE 'D' TO gen-sens.
007450     MOVE CT-NUMPROD TO gen-numprod-edit.
007460     MOVE CT-SOMME TO montant-mvt.
007470     PERFORM 2300-ECRIRE-MVT THRU 2300-EXIT.
007480     IF traitement-echoue
007490         GO TO 2100-EXIT
007500     END-IF.
007510     MOVE 'C' TO gen-sens.
007520     MOVE CT-PRODUIT-VERSEMENT TO gen-numprod-edit.
007530     PERFORM 2300-ECRIRE-MVT THRU 2300-EXIT.
007540     IF traitement-echoue
007550         GO TO 2100-EXIT
007560     END-IF.
007570     IF interet-echeance > ZERO
007580         MOVE interet-echeance TO montant-mvt
007590         PERFORM 2300-ECRIRE-MVT THRU 2300-EXIT
007600         IF traitement-echoue
007610             GO TO 2100-EXIT
007620         END-IF
007630     END-IF.
007640     ADD 1 TO nb-depots-verses.
007650     ADD CT-SOMME TO total-capital-verse.
007660     ADD interet-echeance TO total-interets-verses.
007662     IF interet-echeance > ZERO
007664         PERFORM 2350-HISTORISER-INTERET THRU 2350-EXIT
007666     END-IF.
007670     MOVE 'VERSE' TO rd-statut.
007680     PERFORM 7000-EDITER-LIGNE THRU 7000-EXIT.
007690 2100-EXIT.
007700     EXIT.
007710
007720******************************************************************
007730* 2150-CONTROLER-VERSEMENT
007740*    Lit le produit de versement du depot courant : il doit
007750*    exister et ne pas etre clos (POSTMVT rejetterait le
007760*    credit). Le depot est ensuite relu par sa cle, ce qui
007770*    restaure l'enregistrement courant et la position du
007780*    parcours sequentiel.
007790******************************************************************
007800 2150-CONTROLER-VERSEMENT.
007810     MOVE 'N' TO versement-possible-sw.
007820     MOVE CT-CLE TO cle-depot.
007830     IF CT-PRODUIT-VERSEMENT = ZERO
007840         GO TO 2150-EXIT
007850     END-IF.
007860     MOVE CT-PRODUIT-VERSEMENT TO CT-NUMPROD.
007870     READ CONTRAT-FILE
007880         INVALID KEY
007890             GO TO 2150-RELIRE
007900     END-READ.
007910     IF NOT CT-CLOS
007920         SET versement-possible TO TRUE
007930     END-IF.
007940 2150-RELIRE.
007950     MOVE cle-depot TO CT-CLE.
007960     READ CONTRAT-FILE
007970         INVALID KEY
007980             DISPLAY "ECHTERM : ERREUR RELECTURE DEPOT " cle-depot
007990                 " - CODE " CONTRAT-FILE-STATUS
008000             SET traitement-echoue TO TRUE
008010             SET fin-contrats TO TRUE
008020             MOVE 8 TO RETURN-CODE
008030     END-READ.
008040 2150-EXIT.
008050     EXIT.
008060
008070******************************************************************
008080* 2200-RECHERCHER-CATALOGUE
008090*    Recherche l'intitule du contrat courant parmi les libelles
008100*    de la table du catalogue ; positionne produit-trouve et
008110*    idx-catalogue.
008120******************************************************************
008130 2200-RECHERCHER-CATALOGUE.
008140     MOVE 'N' TO produit-trouve-sw.
008150     MOVE ZERO TO idx-catalogue.
008160     PERFORM 2210-COMPARER-CATALOGUE THRU 2210-EXIT
008170         UNTIL produit-trouve
008180             OR idx-catalogue >= nb-produits-catalogue.
008190 2200-EXIT.
008200     EXIT.
008210
008220 2210-COMPARER-CATALOGUE.
008230     ADD 1 TO idx-catalogue.
008240     IF CAT-LIBELLE(idx-catalogue) = CT-INTITULE
008250         SET produit-trouve TO TRUE
008260     END-IF.
008270 2210-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310* 2250-CALCULER-INTERET
008320*    Interets du depot courant sur sa duree : capital x taux
008330*    annuel x nombre de mois entre la creation et l'echeance /
008340*    1200, arrondi au centime.
008350******************************************************************
008360 2250-CALCULER-INTERET.
008370     MOVE ZERO TO interet-echeance.
008380     COMPUTE nb-mois-depot = (ec-aaaa - CT-ANNEE) * 12
008390         + ec-mm - CT-MOIS.
008400     IF nb-mois-depot NOT > ZERO
008410         GO TO 2250-EXIT
008420     END-IF.
008430     COMPUTE interet-echeance ROUNDED =
008440         CT-SOMME * CAT-TAUX-ANNUEL(idx-catalogue)
008450         * nb-mois-depot / 1200.
008460 2250-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500* 2300-ECRIRE-MVT
008510*    Ecrit une ligne de mouvement dans le fichier d'apport, au
008520*    format attendu par POSTMVT (NUMSEQ,NUMCLI,NUMPROD,SENS,
008530*    MONTANT,JJ/MM/AAAA). Une erreur d'ecriture interrompt le
008540*    traitement avec un code retour non nul.
008550******************************************************************
008560 2300-ECRIRE-MVT.
008570     ADD 1 TO dernier-numseq.
008580     MOVE dernier-numseq TO gen-numseq-edit.
008590     MOVE CT-NUMCLI TO gen-numcli-edit.
008600     MOVE montant-mvt TO gen-montant-edit.
008610     MOVE SPACES TO MVT-LIGNE.
008620     STRING
008630         gen-numseq-edit DELIMITED BY SIZE
008640         "," DELIMITED BY SIZE
008650         gen-numcli-edit DELIMITED BY SIZE
008660         "," DELIMITED BY SIZE
008670         gen-numprod-edit DELIMITED BY SIZE
008680         "," DELIMITED BY SIZE
008690         gen-sens DELIMITED BY SIZE
008700         "," DELIMITED BY SIZE
008710         gen-montant-edit DELIMITED BY SIZE
008720         "," DELIMITED BY SIZE
008730         dj-jj DELIMITED BY SIZE
008740         "/" DELIMITED BY SIZE
008750         dj-mm DELIMITED BY SIZE
008760         "/" DELIMITED BY SIZE
008770         dj-aaaa DELIMITED BY SIZE
008780         INTO MVT-LIGNE
008790     END-STRING.
008791     IF reprise-demandee
008792         PERFORM 2320-CHERCHER-PRESENT THRU 2320-EXIT
008793         IF mvt-present
008794             SUBTRACT 1 FROM dernier-numseq
008795             ADD 1 TO nb-mvts-deja-presents
008796             GO TO 2300-EXIT
008797         END-IF
008798     END-IF.
008800     WRITE MVT-LIGNE.
008810     IF NOT MVT-FILE-OK
008820         DISPLAY "ECHTERM : ERREUR ECRITURE MOUVEMENTS - CODE "
008830             MVT-FILE-STATUS
008840         SET traitement-echoue TO TRUE
008850         SET fin-contrats TO TRUE
008860         MOVE 8 TO RETURN-CODE
008870         GO TO 2300-EXIT
008880     END-IF.
008890     ADD 1 TO nb-mvts-generes.
008900 2300-EXIT.
008901     EXIT.
008902
008903******************************************************************
008904* 2320-CHERCHER-PRESENT
008905*    Cherche le mouvement a generer parmi les mouvements du jour
008906*    releves en reprise ; une ligne trouvee n'est retenue qu'une
008907*    fois (deux credits identiques donnent deux lignes).
008908******************************************************************
008909 2320-CHERCHER-PRESENT.
008910     MOVE 'N' TO mvt-present-sw.
008911     MOVE 1 TO idx-present.
008912     PERFORM 2330-COMPARER-PRESENT THRU 2330-EXIT
008913         UNTIL mvt-present OR idx-present > nb-mvts-presents.
008914 2320-EXIT.
008915     EXIT.
008916
008917 2330-COMPARER-PRESENT.
008918     IF MP-UTILISE(idx-present) = 'N'
008919         AND MP-LIGNE(idx-present) = MVT-LIGNE(8:36)
008920         MOVE 'O' TO MP-UTILISE(idx-present)
008921         SET mvt-present TO TRUE
008922         GO TO 2330-EXIT
008923     END-IF.
008924     ADD 1 TO idx-present.
008925 2330-EXIT.
008926     EXIT.
008927
008928******************************************************************
008929* 2350-HISTORISER-INTERET
008930*    Ecrit les interets verses du depot courant dans l'historique
008931*    permanent INTHIST (cle client/depot/mois de l'echeance),
008932*    avec le code produit du catalogue et le taux de prelevement
008933*    du lancement. Un doublon de cle (versement deja genere a
008934*    un passage precedent puis rejete) est ignore.
008935******************************************************************
008936 2350-HISTORISER-INTERET.
008937     MOVE CT-NUMCLI TO IH-NUMCLI.
008938     MOVE CT-NUMPROD TO IH-NUMPROD.
008939     MOVE ec-aaaa TO IH-ANNEE.
008940     MOVE ec-mm TO IH-MM.
008941     MOVE CAT-CODE(idx-catalogue) TO IH-CODE-PRODUIT.
008942     MOVE interet-echeance TO IH-MONTANT.
008943     MOVE taux-prelevement TO IH-TAUX-PRELEVEMENT.
008944     SET IH-ECHEANCE TO TRUE.
008945     MOVE date-du-jour TO IH-DATE-PASSATION.
008946     WRITE INTHIST-ENREG.
008947     IF INTHIST-DOUBLON
008948         GO TO 2350-EXIT
008949     END-IF.
008950     IF NOT INTHIST-OK
008951         DISPLAY "ECHTERM : ERREUR ECRITURE HISTORIQUE - CODE "
008952             INTHIST-STATUS " SUR " IH-CLE
008953         SET traitement-echoue TO TRUE
008954         SET fin-contrats TO TRUE
008955         MOVE 8 TO RETURN-CODE
008956         GO TO 2350-EXIT
008957     END-IF.
008958     ADD 1 TO nb-interets-historises.
008959 2350-EXIT.
008960     EXIT.
008961
008962******************************************************************
008963* 2400-CLORE-DEPOT
008964*    Clot le depot courant dont le capital a ete verse (etat
008965*    clos, l'enregistrement est conserve pour l'historique),
008970*    trace ECHEANCE dans CLIENTLOG et edite la ligne de rapport.
008980******************************************************************
008990 2400-CLORE-DEPOT.
009000     MOVE 'C' TO CT-ETAT.
009010     REWRITE CONTRAT-ENREG.
009020     IF NOT CONTRAT-FILE-OK
009030         DISPLAY "ECHTERM : ERREUR REECRITURE CONTRAT - CODE "
009040             CONTRAT-FILE-STATUS
009050         SET traitement-echoue TO TRUE
009060         SET fin-contrats TO TRUE
009070         MOVE 8 TO RETURN-CODE
009080         GO TO 2400-EXIT
009090     END-IF.
009100     ADD 1 TO nb-depots-clos.
009110     MOVE "ECHEANCE" TO log-operation.
009120     PERFORM 3100-ENREGISTRER-LOG THRU 3100-EXIT.
009130     MOVE 'CLOS' TO rd-statut.
009140     PERFORM 7000-EDITER-LIGNE THRU 7000-EXIT.
009150 2400-EXIT.
009160     EXIT.
009170
009180******************************************************************
009190* 3000-LIRE-NOM-CLIENT
009200*    Lit le nom du client du contrat courant (mis en cache tant
009210*    que le numero de client ne change pas, les contrats etant
009220*    parcourus dans l'ordre des cles).
009230******************************************************************
009240 3000-LIRE-NOM-CLIENT.
009250     IF CT-NUMCLI = numcli-courant
009260         GO TO 3000-EXIT
009270     END-IF.
009280     MOVE CT-NUMCLI TO numcli-courant.
009290     MOVE SPACES TO nom-client.
009300     MOVE CT-NUMCLI TO CF-NUMCLI.
009310     READ CLIENT-FILE
009320         INVALID KEY
009330             MOVE "(CLIENT INCONNU)" TO nom-client
009340             GO TO 3000-EXIT
009350     END-READ.
009360     MOVE CF-NOM TO nom-client.
009370 3000-EXIT.
009380     EXIT.
009390
009400******************************************************************
009410* 3100-ENREGISTRER-LOG
009420*    Trace dans CLIENTLOG la cloture a l'echeance du depot du
009430*    client courant.
009440******************************************************************
009450 3100-ENREGISTRER-LOG.
009460     MOVE nom-client TO CLOG-NOM.
009470     MOVE CT-NUMCLI TO CLOG-NUMCLI.
009480     MOVE log-operation TO CLOG-OPERATION.
009490     ACCEPT CLOG-DATE FROM DATE YYYYMMDD.
009500     ACCEPT CLOG-HEURE FROM TIME.
009505     MOVE "ECHTERM" TO CLOG-OPERATEUR.
009510     WRITE CLOG-ENREG.
009520     IF NOT CLIENT-LOG-OK
009530         DISPLAY "ECHTERM : ERREUR JOURNALISATION - CODE "
009540             CLIENT-LOG-STATUS
009550     END-IF.
009560 3100-EXIT.
009570     EXIT.
009580
009590******************************************************************
009600* 4000-EDITER-ECHEANCIER
009610*    Second parcours du fichier CONTRATS : les depots a terme
009620*    non clos dont l'echeance tombe dans les 90 prochains jours
009630*    sont edites avec leur tranche (J+30, J+60 ou J+90) et les
009640*    interets prevus, et cumules par tranche.
009650******************************************************************
009660 4000-EDITER-ECHEANCIER.
009670     MOVE ALL "-" TO RAP-LIGNE.
009680     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
009690     MOVE SPACES TO RAP-LIGNE.
009700     MOVE " ECHEANCIER DES DEPOTS A TERME A 30, 60 ET 90 JOURS"
009710         TO RAP-LIGNE.
009720     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
009730     PERFORM 1250-ECRIRE-COLONNES THRU 1250-EXIT.
009740     MOVE 'N' TO fin-contrats-sw.
009750     MOVE ZERO TO CT-NUMCLI.
009760     MOVE ZERO TO CT-NUMPROD.
009770     START CONTRAT-FILE KEY IS NOT LESS THAN CT-CLE
009780         INVALID KEY
009790             SET fin-contrats TO TRUE
009800     END-START.
009810     PERFORM 4100-EXAMINER-ECHEANCE THRU 4100-EXIT
009820         UNTIL fin-contrats.
009830 4000-EXIT.
009840     EXIT.
009850
009860 4100-EXAMINER-ECHEANCE.
009870     PERFORM 1400-LIRE-CONTRAT THRU 1400-EXIT.
009880     IF fin-contrats
009890         GO TO 4100-EXIT
009900     END-IF.
009910     IF CT-DATE-ECHEANCE = ZERO OR CT-CLOS
009920         GO TO 4100-EXIT
009930     END-IF.
009940     IF CT-DATE-ECHEANCE NOT > date-du-jour
009950         OR CT-DATE-ECHEANCE > TR-LIMITE(3)
009960         GO TO 4100-EXIT
009970     END-IF.
009980     MOVE 1 TO idx-tranche.
009990     IF CT-DATE-ECHEANCE > TR-LIMITE(1)
010000         MOVE 2 TO idx-tranche
010010     END-IF.
010020     IF CT-DATE-ECHEANCE > TR-LIMITE(2)
010030         MOVE 3 TO idx-tranche
010040     END-IF.
010050     ADD 1 TO TR-NOMBRE(idx-tranche).
010060     ADD CT-SOMME TO TR-TOTAL(idx-tranche).
010070     MOVE CT-DATE-ECHEANCE TO echeance-courante.
010080     PERFORM 3000-LIRE-NOM-CLIENT THRU 3000-EXIT.
010090     MOVE ZERO TO interet-echeance.
010100     PERFORM 2200-RECHERCHER-CATALOGUE THRU 2200-EXIT.
010110     IF produit-trouve
010120         PERFORM 2250-CALCULER-INTERET THRU 2250-EXIT
010130     END-IF.
010140     MOVE TR-LIBELLE(idx-tranche) TO rd-statut.
010150     PERFORM 7000-EDITER-LIGNE THRU 7000-EXIT.
010160 4100-EXIT.
010170     EXIT.
010180
010190******************************************************************
010200* 7000-EDITER-LIGNE
010210*    Edite la ligne de rapport du depot courant (client, depot,
010220*    echeance, capital, interets, produit de versement et
010230*    statut).
010240******************************************************************
010250 7000-EDITER-LIGNE.
010260     MOVE CT-NUMCLI TO rd-numcli.
010270     MOVE CT-NUMPROD TO rd-numprod.
010280     MOVE nom-client TO rd-nom.
010290     MOVE CT-INTITULE TO rd-intitule.
010300     MOVE SPACES TO rd-echeance.
010310     STRING
010320         ec-jj DELIMITED BY SIZE
010330         "/" DELIMITED BY SIZE
010340         ec-mm DELIMITED BY SIZE
010350         "/" DELIMITED BY SIZE
010360         ec-aaaa DELIMITED BY SIZE
010370         INTO rd-echeance
010380     END-STRING.
010390     MOVE CT-SOMME TO rd-capital.
010400     MOVE interet-echeance TO rd-interet.
010410     MOVE CT-PRODUIT-VERSEMENT TO rd-versement.
010420     MOVE rap-detail TO RAP-LIGNE.
010430     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
010440 7000-EXIT.
010450     EXIT.
010460
010470******************************************************************
010480* 8000-ECRIRE-LIGNE
010490*    Ecrit la ligne courante du rapport ; une erreur d'ecriture
010500*    interrompt le traitement.
010510******************************************************************
010520 8000-ECRIRE-LIGNE.
010530     WRITE RAP-LIGNE.
010540     IF NOT RAPPORT-OK
010550         DISPLAY "ECHTERM : ERREUR ECRITURE RAPPORT - CODE "
010560             RAPPORT-STATUS
010570         SET traitement-echoue TO TRUE
010580         SET fin-contrats TO TRUE
010590         MOVE 8 TO RETURN-CODE
010600     END-IF.
010610 8000-EXIT.
010620     EXIT.
010630
010640 8500-FERMER-TOUT.
010650     CLOSE CONTRAT-FILE.
010660     CLOSE CLIENT-FILE.
010670     CLOSE MVT-FILE.
010680     CLOSE CLIENT-LOG-FILE.
010685     CLOSE INTHIST-FILE.
010686     IF historique-present
010687         CLOSE HISTO-FILE
010688     END-IF.
010690 8500-EXIT.
010700     EXIT.
010710
010720******************************************************************
010730* 9000-TERMINAISON
010740*    Ecrit les totaux de controle du rapport (depots echus,
010750*    verses, clos, en anomalie, capital et interets verses,
010760*    echeancier par tranche), referme les fichiers et rend
010770*    compte. Un depot en anomalie donne le code retour 4.
010780******************************************************************
010790 9000-TERMINAISON.
010800     MOVE ALL "-" TO RAP-LIGNE.
010810     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
010820     MOVE SPACES TO RAP-LIGNE.
010830     MOVE nb-depots-echus TO rap-compteur-edit.
010840     STRING " DEPOTS ECHUS           : " DELIMITED BY SIZE
010850         rap-compteur-edit DELIMITED BY SIZE
010860         INTO RAP-LIGNE
010870     END-STRING.
010880     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
010890     MOVE SPACES TO RAP-LIGNE.
010900     MOVE nb-depots-verses TO rap-compteur-edit.
010910     STRING " DEPOTS VERSES          : " DELIMITED BY SIZE
010920         rap-compteur-edit DELIMITED BY SIZE
010930         INTO RAP-LIGNE
010940     END-STRING.
010950     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
010960     MOVE SPACES TO RAP-LIGNE.
010970     MOVE total-capital-verse TO rap-total-edit.
010980     STRING " CAPITAL VERSE          : " DELIMITED BY SIZE
010990         rap-total-edit DELIMITED BY SIZE
011000         INTO RAP-LIGNE
011010     END-STRING.
011020     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
011030     MOVE SPACES TO RAP-LIGNE.
011040     MOVE total-interets-verses TO rap-total-edit.
011050     STRING " INTERETS VERSES        : " DELIMITED BY SIZE
011060         rap-total-edit DELIMITED BY SIZE
011061         INTO RAP-LIGNE
011062     END-STRING.
011063     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
011064     MOVE SPACES TO RAP-LIGNE.
011065     MOVE nb-interets-historises TO rap-compteur-edit.
011066     STRING " INTERETS HISTORISES    : " DELIMITED BY SIZE
011067         rap-compteur-edit DELIMITED BY SIZE
011070         INTO RAP-LIGNE
011080     END-STRING.
011090     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
011100     MOVE SPACES TO RAP-LIGNE.
011110     MOVE nb-depots-clos TO rap-compteur-edit.
011120     STRING " DEPOTS CLOS            : " DELIMITED BY SIZE
011130         rap-compteur-edit DELIMITED BY SIZE
011140         INTO RAP-LIGNE
011150     END-STRING.
011160     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
011170     MOVE SPACES TO RAP-LIGNE.
011180     MOVE nb-anomalies TO rap-compteur-edit.
011190     STRING " DEPOTS EN ANOMALIE     : " DELIMITED BY SIZE
011200         rap-compteur-edit DELIMITED BY SIZE
011210         INTO RAP-LIGNE
011220     END-STRING.
011230     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
011240     MOVE 1 TO idx-tranche.
011250     PERFORM 9100-ECRIRE-TRANCHE THRU 9100-EXIT 3 TIMES.
011260     PERFORM 8500-FERMER-TOUT THRU 8500-EXIT.
011270     CLOSE RAPPORT-FILE.
011280     IF nb-anomalies > ZERO AND RETURN-CODE = ZERO
011290         MOVE 4 TO RETURN-CODE
011300     END-IF.
011310     IF traitement-echoue
011320         DISPLAY "ECHTERM : TRAITEMENT INTERROMPU PAR ERREUR"
011330             " D'E/S - VERIFIER MVTSCSV AVANT POSTMVT."
011340     END-IF.
011350     DISPLAY "ECHTERM : " nb-depots-echus " DEPOT(S) ECHU(S) - "
011360         nb-depots-verses " VERSE(S) - " nb-depots-clos
011370         " CLOS - " nb-anomalies " EN ANOMALIE - "
011380         nb-mvts-generes " MOUVEMENT(S) GENERE(S).".
011381     IF reprise-demandee
011382         DISPLAY "ECHTERM : REPRISE - " nb-mvts-deja-presents
011383             " MOUVEMENT(S) DEJA PRESENT(S) DANS MVTSCSV, NON"
011384             " REGENERE(S)."
011385     END-IF.
011390 9000-EXIT.
011400     EXIT.
011410
011420 9100-ECRIRE-TRANCHE.
011430     MOVE TR-LIMITE(idx-tranche) TO date-calculee.
011440     MOVE SPACES TO RAP-LIGNE.
011450     MOVE TR-NOMBRE(idx-tranche) TO rap-compteur-edit.
011460     MOVE TR-TOTAL(idx-tranche) TO rap-total-edit.
011470     STRING " ECHEANCES " DELIMITED BY SIZE
011480         TR-LIBELLE(idx-tranche) DELIMITED BY SIZE
011490         " (AU " DELIMITED BY SIZE
011500         dc-jj DELIMITED BY SIZE
011510         "/" DELIMITED BY SIZE
011520         dc-mm DELIMITED BY SIZE
011530         "/" DELIMITED BY SIZE
011540         dc-aaaa DELIMITED BY SIZE
011550         ") : " DELIMITED BY SIZE
011560         rap-compteur-edit DELIMITED BY SIZE
011570         " DEPOT(S) - CAPITAL " DELIMITED BY SIZE
011580         rap-total-edit DELIMITED BY SIZE
011590         INTO RAP-LIGNE
011600     END-STRING.
011610     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
011620     ADD 1 TO idx-tranche.
011630 9100-EXIT.
011640     EXIT.
011650
011651******************************************************************
011652* 9800-CLORE-CONTROLE
011653*    Inscrit la fin du passage dans le fichier de controle : date
011654*    et heure de fin, code retour, volumes traites ; etat termine
011655*    jusqu'au code retour 4, en anomalie au-dela.
011656******************************************************************
011657 9800-CLORE-CONTROLE.
011658     IF NOT execution-inscrite
011659         GO TO 9800-EXIT
011660     END-IF.
011661     OPEN I-O RUNCTL-FILE.
011662     IF NOT RUNCTL-OK
011663         DISPLAY "ECHTERM : FIN DE PASSAGE NON INSCRITE DANS"
011664             " RUNCTL - CODE " RUNCTL-STATUS
011665         IF RETURN-CODE < 4
011666             MOVE 4 TO RETURN-CODE
011667         END-IF
011668         GO TO 9800-EXIT
011669     END-IF.
011670     MOVE periode-controle TO CTL-DATE-METIER.
011671     MOVE ctl-programme TO CTL-TRAITEMENT.
011672     READ RUNCTL-FILE
011673         INVALID KEY
011674             DISPLAY "ECHTERM : PASSAGE ABSENT DE RUNCTL - "
011675                 "FIN NON INSCRITE."
011676             IF RETURN-CODE < 4
011677                 MOVE 4 TO RETURN-CODE
011678             END-IF
011679             CLOSE RUNCTL-FILE
011680             GO TO 9800-EXIT
011681     END-READ.
011682     IF RETURN-CODE > 4
011683         MOVE 'A' TO CTL-ETAT
011684     ELSE
011685         MOVE 'T' TO CTL-ETAT
011686     END-IF.
011687     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
011688     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
011689     ACCEPT CTL-HEURE-FIN FROM TIME.
011690     MOVE nb-depots-echus TO CTL-NB-LUS.
011691     MOVE nb-mvts-generes TO CTL-NB-ECRITS.
011692     MOVE nb-anomalies TO CTL-NB-REJETS.
011693     REWRITE CTL-ENREG.
011694     IF NOT RUNCTL-OK
011695         DISPLAY "ECHTERM : ERREUR ECRITURE RUNCTL EN FIN - "
011696             "CODE " RUNCTL-STATUS
011697         IF RETURN-CODE < 4
011698             MOVE 4 TO RETURN-CODE
011699         END-IF
011700     END-IF.
011701     CLOSE RUNCTL-FILE.
011702 9800-EXIT.
011703     EXIT.
011704
011705 END PROGRAM ECHTERM.
