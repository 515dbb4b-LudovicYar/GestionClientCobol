000010******************************************************************
000020* Author:     J. Leroy (service etudes)
000030* Date:       15/10/2026
000040* Purpose:    Photo mensuelle des encours et rapport d'evolution
000050*             du portefeuille. En fin de mois, chaque produit du
000060*             fichier CONTRATS est photographie dans le fichier
000070*             indexe permanent ENCMOIS (mois, client, produit,
000080*             code produit du catalogue, agence du client, etat
000090*             et solde), avec l'indication d'une ouverture ou
000100*             d'une cloture dans le mois et la collecte nette du
000110*             mois (credits moins debits passes, historique
000120*             MVTHIST). Le rapport SITRPT reprend les photos des
000130*             24 derniers mois et donne, par agence, par produit
000140*             et pour l'etablissement, les encours des 12
000150*             derniers mois avec la variation sur le mois et sur
000160*             un an, les ouvertures, les clotures et la collecte
000170*             nette.
000180* Tectonics: cobc
000190******************************************************************
000200******************************************************************
000210* MODIFICATION HISTORY
000220*-----------------------------------------------------------------
000230* DATE       INIT  DESCRIPTION
000240* 15/10/2026 JLY   CREATION DE LA PHOTO MENSUELLE DES ENCOURS
000250*                  (FICHIER PERMANENT ENCMOIS) ET DU RAPPORT
000260*                  D'EVOLUTION SUR 12 MOIS PAR AGENCE ET PAR
000270*                  PRODUIT : VARIATIONS SUR LE MOIS ET SUR UN AN,
000280*                  OUVERTURES, CLOTURES ET COLLECTE NETTE.
000290*                  PASSAGE MENSUEL INSCRIT DANS RUNCTL.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. SITMENS.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CLIENT-FILE ASSIGN TO "CLIENTS"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CF-NUMCLI
000400         ALTERNATE RECORD KEY IS CF-NOM WITH DUPLICATES
000410         ALTERNATE RECORD KEY IS CF-VILLE WITH DUPLICATES
000420         FILE STATUS IS CLIENT-FILE-STATUS.
000430     SELECT CONTRAT-FILE ASSIGN TO "CONTRATS"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CT-CLE
000470         FILE STATUS IS CONTRAT-FILE-STATUS.
000480     SELECT HISTO-FILE ASSIGN TO "MVTHIST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS HX-CLE
000520         FILE STATUS IS HISTO-STATUS.
000530     SELECT PHOTO-FILE ASSIGN TO "ENCMOIS"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PH-CLE
000570         FILE STATUS IS PHOTO-STATUS.
000580     SELECT PRODCAT-FILE ASSIGN TO "PRODCAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS PRODCAT-STATUS.
000610     SELECT AGENCE-FILE ASSIGN TO "AGENCES"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS AGENCE-STATUS.
000640     SELECT RAPPORT-FILE ASSIGN TO "SITRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS RAPPORT-STATUS.
000670     SELECT SESSION-FILE ASSIGN TO "SESSION"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS SESSION-STATUS.
000700     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS CTL-CLE
000740         FILE STATUS IS RUNCTL-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CLIENT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  CLIENT-ENREG.
000800     02 CF-NUMCLI PIC 9(6).
000810     02 CF-NOM PIC x(30).
000820     02 CF-PRENOM PIC x(30).
000830     02 CF-ADRESSE.
000840         03 CF-RUE PIC x(30).
000850         03 CF-CP PIC 9(5).
000860         03 CF-VILLE PIC x(30).
000870     02 CF-AGENCE PIC 9(03).
000880 FD  CONTRAT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  CONTRAT-ENREG.
000910     02 CT-CLE.
000920         03 CT-NUMCLI PIC 9(6).
000930         03 CT-NUMPROD PIC 9(3).
000940     02 CT-INTITULE PIC x(30).
000950     02 CT-SOMME PIC S9(9)v9(2).
000960     02 CT-DATECREATION.
000970         03 CT-JOUR PIC 9(2).
000980         03 CT-MOIS PIC 9(2).
000990         03 CT-ANNEE PIC 9(4).
001000     02 CT-ETAT PIC x(01).
001010         88 CT-ACTIF VALUE 'A'.
001020         88 CT-CLOS VALUE 'C'.
001030         88 CT-DORMANT VALUE 'D'.
001040     02 CT-DATE-ECHEANCE PIC 9(08).
001050     02 CT-PRODUIT-VERSEMENT PIC 9(03).
001060 FD  HISTO-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  HISTO-ENREG.
001090     02 HX-CLE.
001100         03 HX-NUMCLI PIC 9(6).
001110         03 HX-NUMPROD PIC 9(3).
001120         03 HX-DATEVALEUR.
001130             04 HX-ANNEE PIC 9(4).
001140             04 HX-MOIS PIC 9(2).
001150             04 HX-JOUR PIC 9(2).
001160         03 HX-NUMSEQ PIC 9(6).
001170     02 HX-SENS PIC x(01).
001180     02 HX-MONTANT PIC 9(9)v9(2).
001190     02 HX-NOUVEAU-SOLDE PIC S9(9)v9(2).
001200     02 HX-DATE-PASSATION PIC 9(08).
001210* Photo mensuelle des encours (64 positions), une par produit et
001220* par mois : etat et solde du produit le jour de la photo,
001230* ouverture (date de creation dans le mois) et cloture (produit
001240* clos dont la photo du mois precedent ne l'etait pas) dans le
001250* mois, collecte nette du mois (credits moins debits passes).
001260 FD  PHOTO-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  PH-ENREG.
001290     02 PH-CLE.
001300         03 PH-MOIS PIC 9(06).
001310         03 PH-NUMCLI PIC 9(06).
001320         03 PH-NUMPROD PIC 9(03).
001330     02 PH-CODE-PRODUIT PIC x(08).
001340     02 PH-AGENCE PIC 9(03).
001350     02 PH-ETAT PIC x(01).
001360         88 PH-CLOS VALUE 'C'.
001370     02 PH-SOLDE PIC S9(9)v9(2).
001380     02 PH-OUVERTURE PIC x(01).
001390         88 PH-OUVERT-DANS-MOIS VALUE 'O'.
001400     02 PH-CLOTURE PIC x(01).
001410         88 PH-CLOS-DANS-MOIS VALUE 'O'.
001420     02 PH-COLLECTE PIC S9(9)v9(2).
001430     02 PH-DATE-PHOTO PIC 9(08).
001440     02 FILLER PIC x(05).
001450 FD  PRODCAT-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 01  PRODCAT-ENREG.
001480     02 PC-CODE PIC x(08).
001490     02 PC-LIBELLE PIC x(30).
001500     02 PC-TAUX-ANNUEL PIC 9(02)v9(03).
001510     02 PC-MINIMUM PIC 9(09)v9(02).
001520     02 PC-TERME PIC x(01).
001530         88 PC-A-TERME VALUE 'O'.
001540     02 PC-DUREE-MOIS PIC 9(03).
001550 FD  AGENCE-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  AGENCE-ENREG.
001580     02 AG-CODE PIC 9(03).
001590     02 AG-NOM PIC x(30).
001600     02 AG-RUE PIC x(30).
001610     02 AG-CP PIC 9(05).
001620     02 AG-VILLE PIC x(30).
001630 FD  RAPPORT-FILE
001640     LABEL RECORDS ARE STANDARD.
001650 01  RAP-LIGNE PIC x(132).
001660 FD  SESSION-FILE
001670     LABEL RECORDS ARE STANDARD.
001680 01  SES-ENREG.
001690     02 SES-ETAT PIC x(01).
001700     02 SES-DATE PIC 9(08).
001710     02 SES-HEURE PIC 9(08).
001720 FD  RUNCTL-FILE
001730     LABEL RECORDS ARE STANDARD.
001740 01  CTL-ENREG.
001750     02 CTL-CLE.
001760         03 CTL-DATE-METIER PIC 9(08).
001770         03 CTL-TRAITEMENT PIC x(08).
001780     02 CTL-ETAT PIC x(01).
001790         88 CTL-EN-COURS VALUE 'E'.
001800         88 CTL-TERMINE VALUE 'T'.
001810         88 CTL-ANOMALIE VALUE 'A'.
001820         88 CTL-REFUSE VALUE 'R'.
001830     02 CTL-DATE-DEBUT PIC 9(08).
001840     02 CTL-HEURE-DEBUT PIC 9(08).
001850     02 CTL-DATE-FIN PIC 9(08).
001860     02 CTL-HEURE-FIN PIC 9(08).
001870     02 CTL-CODE-RETOUR PIC 9(04).
001880     02 CTL-NB-LUS PIC 9(09).
001890     02 CTL-NB-ECRITS PIC 9(09).
001900     02 CTL-NB-REJETS PIC 9(09).
001910     02 CTL-NB-PASSAGES PIC 9(03).
001920     02 CTL-FORCAGE PIC x(01).
001930         88 CTL-FORCE VALUE 'O'.
001940     02 CTL-MODE PIC x(01).
001950         88 CTL-MODE-NORMAL VALUE 'N'.
001960         88 CTL-MODE-REPRISE VALUE 'R'.
001970         88 CTL-MODE-FORCE VALUE 'F'.
001980     02 CTL-DATE-REFERENCE PIC 9(08).
001990     02 FILLER PIC x(07).
002000 01  CTL-DATE-ENREG.
002010     02 FILLER PIC x(16).
002020     02 CTL-DM-ETAT PIC x(01).
002030         88 CTL-DM-OUVERTE VALUE 'O'.
002040         88 CTL-DM-FERMEE VALUE 'F'.
002050     02 CTL-DM-DATE-COURANTE PIC 9(08).
002060     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
002070     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
002080     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
002090     02 FILLER PIC x(51).
002100 WORKING-STORAGE SECTION.
002110
002120* Garde de la fenetre batch : le drapeau de session en ligne
002130* (fichier SESSION, pose par l'ecran) interdit le demarrage du
002140* job tant qu'un poste tient les fichiers ouverts.
002150 01 SESSION-STATUS PIC x(02).
002160     88 SESSION-OK VALUE '00'.
002170     88 SESSION-INEXISTANTE VALUE '35'.
002180 77 session-ouverte-sw PIC x(01) VALUE 'N'.
002190     88 session-ouverte VALUE 'O'.
002200
002210 01 CLIENT-FILE-STATUS PIC x(02).
002220     88 CLIENT-FILE-OK VALUE '00'.
002230
002240 01 CONTRAT-FILE-STATUS PIC x(02).
002250     88 CONTRAT-FILE-OK VALUE '00'.
002260
002270 01 HISTO-STATUS PIC x(02).
002280     88 HISTO-OK VALUE '00'.
002290     88 HISTO-INEXISTANT VALUE '35'.
002300
002310 01 PHOTO-STATUS PIC x(02).
002320     88 PHOTO-OK VALUE '00'.
002330     88 PHOTO-DOUBLON VALUE '22'.
002340     88 PHOTO-INEXISTANT VALUE '35'.
002350
002360 01 PRODCAT-STATUS PIC x(02).
002370     88 PRODCAT-OK VALUE '00'.
002380
002390 01 AGENCE-STATUS PIC x(02).
002400     88 AGENCE-OK VALUE '00'.
002410
002420 01 RAPPORT-STATUS PIC x(02).
002430     88 RAPPORT-OK VALUE '00'.
002440
002450 77 photo-echouee-sw PIC x(01).
002460     88 photo-echouee VALUE 'O'.
002470
002480 77 fin-contrats-sw PIC x(01).
002490     88 fin-contrats VALUE 'O'.
002500
002510 77 fin-histo-sw PIC x(01).
002520     88 fin-histo VALUE 'O'.
002530
002540 77 fin-photos-sw PIC x(01).
002550     88 fin-photos VALUE 'O'.
002560
002570 77 fin-lecture-sw PIC x(01).
002580     88 fin-lecture VALUE 'O'.
002590
002600 77 historique-present-sw PIC x(01) VALUE 'N'.
002610     88 historique-present VALUE 'O'.
002620
002630 77 produit-trouve-sw PIC x(01).
002640     88 produit-trouve VALUE 'O'.
002650 77 agence-trouvee-sw PIC x(01).
002660     88 agence-trouvee VALUE 'O'.
002670 77 position-trouvee-sw PIC x(01).
002680     88 position-trouvee VALUE 'O'.
002690 77 photo-precedente-sw PIC x(01).
002700     88 photo-precedente VALUE 'O'.
002710
002720* Mois photographie (celui de la date metier), mois precedent et
002730* premier des 24 mois repris par le rapport. Le rang d'un mois
002740* (annee x 12 + mois - 1) sert au calcul des ecarts de mois.
002750 01 date-traitement PIC 9(08).
002760 01 date-traitement-decoupe REDEFINES date-traitement.
002770     02 dt-aaaa PIC 9(04).
002780     02 dt-mm PIC 9(02).
002790     02 dt-jj PIC 9(02).
002800 01 mois-photo PIC 9(06).
002810 01 mois-photo-decoupe REDEFINES mois-photo.
002820     02 mp-aaaa PIC 9(04).
002830     02 mp-mm PIC 9(02).
002840 01 mois-precedent PIC 9(06).
002850 01 mois-calcule.
002860     02 mc-aaaa PIC 9(04).
002870     02 mc-mm PIC 9(02).
002880 01 mois-calcule-num REDEFINES mois-calcule PIC 9(06).
002890 77 rang-mois PIC 9(06) COMP.
002900 77 rang-photo PIC 9(06) COMP.
002910 77 rang-debut PIC 9(06) COMP.
002920 77 reste-mois PIC 9(02) COMP.
002930 77 mois-creation PIC 9(06).
002940 77 mois-passation PIC 9(06).
002950
002960* Les 24 mois du rapport : mois AAAAMM et presence d'une photo.
002970 01 TABLE-MOIS.
002980     02 MOIS-RAPPORT OCCURS 24 TIMES.
002990         03 MR-MOIS PIC 9(06).
003000         03 MR-MOIS-DECOUPE REDEFINES MR-MOIS.
003010             04 MR-AAAA PIC 9(04).
003020             04 MR-MM PIC 9(02).
003030         03 MR-PRESENT PIC x(01).
003040 77 nb-mois-rapport PIC 9(04) COMP VALUE 24.
003050 77 idx-mois PIC 9(04) COMP.
003060 77 idx-mois-prec PIC 9(04) COMP.
003070
003080* Catalogue des produits financiers (fichier PRODCAT charge en
003090* table) : le code produit d'un contrat est retrouve par son
003100* intitule, le libelle d'un code pour le rapport.
003110 01 TABLE-CATALOGUE.
003120     02 PRODUIT-CATALOGUE OCCURS 50 TIMES.
003130         03 CAT-CODE PIC x(08).
003140         03 CAT-LIBELLE PIC x(30).
003150 77 nb-produits-catalogue PIC 9(04) COMP VALUE ZERO.
003160 77 idx-catalogue PIC 9(04) COMP.
003170 77 fin-catalogue-sw PIC x(01).
003180     88 fin-catalogue VALUE 'O'.
003190
003200* Referentiel des agences (fichier AGENCES charge en table) pour
003210* le nom des agences au rapport.
003220 01 TABLE-AGENCES.
003230     02 AGENCE-REF OCCURS 100 TIMES.
003240         03 REF-AG-CODE PIC 9(03).
003250         03 REF-AG-NOM PIC x(30).
003260 77 nb-agences PIC 9(03) COMP VALUE ZERO.
003270 77 idx-agence PIC 9(03) COMP VALUE ZERO.
003280
003290* Produit en cours de photo.
003300 77 code-produit PIC x(08).
003310 77 etat-precedent PIC x(01).
003320 77 collecte-produit PIC S9(9)v9(2).
003330 01 cle-contrat.
003340     02 cc-numcli PIC 9(06).
003350     02 cc-numprod PIC 9(03).
003360 01 cle-histo.
003370     02 ch-numcli PIC 9(06).
003380     02 ch-numprod PIC 9(03).
003390
003400* Agence du client courant (mise en cache tant que le numero de
003410* client ne change pas) ; client absent = agence 000.
003420 77 numcli-lu PIC 9(06) VALUE ZERO.
003430 77 agence-client PIC 9(03) VALUE ZERO.
003440
003450* Cumuls du rapport, tenus tries sur la nature (A agence,
003460* P produit, T etablissement) et le code : pour chacun des 24
003470* mois, encours, produits non clos, ouvertures, clotures et
003480* collecte nette.
003490 01 cle-axe.
003500     02 ca-nature PIC x(01).
003510     02 ca-code PIC x(08).
003520 01 TABLE-AXES.
003530     02 AXE OCCURS 160 TIMES.
003540         03 AX-CLE.
003550             04 AX-NATURE PIC x(01).
003560             04 AX-CODE PIC x(08).
003570         03 AX-MOIS OCCURS 24 TIMES.
003580             04 AM-ENCOURS PIC S9(13)v9(02).
003590             04 AM-NB-PRODUITS PIC 9(07).
003600             04 AM-OUVERTURES PIC 9(05).
003610             04 AM-CLOTURES PIC 9(05).
003620             04 AM-COLLECTE PIC S9(13)v9(02).
003630 77 nb-axes PIC 9(04) COMP VALUE ZERO.
003640 77 idx-axe PIC 9(04) COMP.
003650 77 idx-decalage PIC 9(04) COMP.
003660
003670 77 variation PIC S9(13)v9(02).
003680 77 pourcentage PIC S9(04)v9(01).
003690 77 code-agence-texte PIC 9(03).
003700
003710 77 nb-contrats-lus PIC 9(07) COMP VALUE ZERO.
003720 77 nb-photos-ecrites PIC 9(07) COMP VALUE ZERO.
003730 77 nb-photos-remplacees PIC 9(07) COMP VALUE ZERO.
003740 77 nb-photos-reprises PIC 9(07) COMP VALUE ZERO.
003750 77 nb-clients-inconnus PIC 9(05) COMP VALUE ZERO.
003760 77 nb-produits-inconnus PIC 9(05) COMP VALUE ZERO.
003770 77 nb-anomalies PIC 9(05) COMP VALUE ZERO.
003780
003790 01 rap-compteur-edit PIC 9(07).
003800
003810 01 rap-detail.
003820     02 FILLER PIC x(01) VALUE SPACE.
003830     02 rd-mm PIC 9(02).
003840     02 FILLER PIC x(01) VALUE "/".
003850     02 rd-aaaa PIC 9(04).
003860     02 FILLER PIC x(02) VALUE SPACES.
003870     02 rd-encours PIC -9(13).99.
003880     02 FILLER PIC x(02) VALUE SPACES.
003890     02 rd-nb-produits PIC 9(07).
003900     02 FILLER PIC x(02) VALUE SPACES.
003910     02 rd-variation-mois.
003920         03 rd-var-mois PIC -9(13).99.
003930     02 FILLER PIC x(01) VALUE SPACE.
003940     02 rd-pourcentage-mois.
003950         03 rd-pct-mois PIC -9(04).9.
003960     02 FILLER PIC x(02) VALUE SPACES.
003970     02 rd-variation-an.
003980         03 rd-var-an PIC -9(13).99.
003990     02 FILLER PIC x(01) VALUE SPACE.
004000     02 rd-pourcentage-an.
004010         03 rd-pct-an PIC -9(04).9.
004020     02 FILLER PIC x(02) VALUE SPACES.
004030     02 rd-ouvertures PIC 9(05).
004040     02 FILLER PIC x(01) VALUE SPACE.
004050     02 rd-clotures PIC 9(05).
004060     02 FILLER PIC x(02) VALUE SPACES.
004070     02 rd-collecte PIC -9(13).99.
004080
004090* Controle d'execution de la chaine (fichier RUNCTL) : date metier
004100* posee par FENBAT OUVRIR, second passage reussi pour la meme date
004110* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
004120* demarrage refuse tant que le traitement prerequis n'est pas
004130* termine pour la date metier.
004140 01 RUNCTL-STATUS PIC x(02).
004150     88 RUNCTL-OK VALUE '00'.
004160     88 RUNCTL-INEXISTANT VALUE '35'.
004170 77 ctl-programme PIC x(08) VALUE 'SITMENS'.
004180 77 ctl-prerequis PIC x(08) VALUE 'RAPMVT'.
004190 77 ctl-periodicite PIC x(01) VALUE 'M'.
004200     88 ctl-quotidien VALUE 'J'.
004210     88 ctl-mensuel VALUE 'M'.
004220     88 ctl-annuel VALUE 'A'.
004230 77 ctl-existant-sw PIC x(01).
004240     88 ctl-existant VALUE 'O'.
004250 77 execution-refusee-sw PIC x(01) VALUE 'N'.
004260     88 execution-refusee VALUE 'O'.
004270 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
004280     88 execution-inscrite VALUE 'O'.
004290 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
004300     88 execution-interrompue VALUE 'O'.
004310 77 execution-forcee-sw PIC x(01) VALUE 'N'.
004320     88 execution-forcee VALUE 'O'.
004330 01 controle-sauve PIC x(100).
004340 01 date-metier PIC 9(08).
004350 01 periode-controle PIC 9(08).
004360 01 periode-controle-decoupe REDEFINES periode-controle.
004370     02 pc-aaaa PIC 9(04).
004380     02 pc-mm PIC 9(02).
004390     02 pc-jj PIC 9(02).
004400
004410 PROCEDURE DIVISION.
004420
004430******************************************************************
004440* 0000-MAINLINE
004450*    Controle la session en ligne, photographie les produits du
004460*    mois, cumule les photos des 24 derniers mois et edite le
004470*    rapport d'evolution.
004480******************************************************************
004490 0000-MAINLINE.
004500     PERFORM 0500-CONTROLER-SESSION THRU 0500-EXIT.
004510     IF session-ouverte
004520         MOVE 8 TO RETURN-CODE
004530         STOP RUN
004540     END-IF.
004550     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
004560     IF execution-refusee
004570         STOP RUN
004580     END-IF.
004590     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
004600     IF NOT photo-echouee
004610         PERFORM 2000-PHOTOGRAPHIER-CONTRAT THRU 2000-EXIT
004620             UNTIL fin-contrats
004630         PERFORM 3000-CUMULER-PHOTOS THRU 3000-EXIT
004640         PERFORM 4000-EDITER-RAPPORT THRU 4000-EXIT
004650         PERFORM 9000-TERMINAISON THRU 9000-EXIT
004660     END-IF.
004670     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
004680     STOP RUN.
004690
004700******************************************************************
004710* 0500-CONTROLER-SESSION
004720*    Consulte le drapeau de session en ligne (fichier SESSION) :
004730*    un etat O signale un ecran encore ouvert sur les fichiers,
004740*    le job est refuse. Drapeau absent = aucune session.
004750******************************************************************
004760 0500-CONTROLER-SESSION.
004770     MOVE 'N' TO session-ouverte-sw.
004780     OPEN INPUT SESSION-FILE.
004790     IF SESSION-INEXISTANTE
004800         GO TO 0500-EXIT
004810     END-IF.
004820     IF NOT SESSION-OK
004830         DISPLAY "SITMENS : DRAPEAU DE SESSION ILLISIBLE - CODE "
004840             SESSION-STATUS " - JOB REFUSE."
004850         SET session-ouverte TO TRUE
004860         GO TO 0500-EXIT
004870     END-IF.
004880     READ SESSION-FILE
004890         AT END
004900             CONTINUE
004910     END-READ.
004920     IF SESSION-OK AND SES-ETAT = 'O'
004930         DISPLAY "SITMENS : UNE SESSION EN LIGNE TIENT ENCORE"
004940             " LES FICHIERS (DEPUIS " SES-DATE " " SES-HEURE
004950             ") - JOB REFUSE."
004960         SET session-ouverte TO TRUE
004970     END-IF.
004980     CLOSE SESSION-FILE.
004990 0500-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030* 0600-OUVRIR-CONTROLE
005040*    Controle d'execution (fichier RUNCTL) : lit la date metier
005050*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
005060*    la meme date ou periode (code retour 4) sauf forcage, refuse
005070*    le demarrage tant que le prerequis n'est pas termine pour la
005080*    date metier (code retour 8), puis inscrit le passage a l'etat
005090*    en cours. Un passage precedent reste en cours ou termine en
005100*    anomalie signale une relance apres incident.
005110******************************************************************
005120 0600-OUVRIR-CONTROLE.
005130     MOVE 'N' TO execution-refusee-sw.
005140     MOVE 'N' TO execution-inscrite-sw.
005150     MOVE 'N' TO execution-interrompue-sw.
005160     MOVE 'N' TO execution-forcee-sw.
005170     OPEN I-O RUNCTL-FILE.
005180     IF NOT RUNCTL-OK
005190         DISPLAY "SITMENS : FICHIER DE CONTROLE RUNCTL"
005200             " INACCESSIBLE - CODE " RUNCTL-STATUS
005210             " - JOB REFUSE."
005220         SET execution-refusee TO TRUE
005230         MOVE 8 TO RETURN-CODE
005240         GO TO 0600-EXIT
005250     END-IF.
005260     MOVE ZERO TO CTL-DATE-METIER.
005270     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
005280     READ RUNCTL-FILE
005290         INVALID KEY
005300             DISPLAY "SITMENS : DATE METIER NON POSEE"
005310                 " (FENBAT OUVRIR) - JOB REFUSE."
005320             SET execution-refusee TO TRUE
005330             MOVE 8 TO RETURN-CODE
005340             CLOSE RUNCTL-FILE
005350             GO TO 0600-EXIT
005360     END-READ.
005370     MOVE CTL-DM-DATE-COURANTE TO date-metier.
005380     MOVE date-metier TO periode-controle.
005390     IF ctl-mensuel
005400         MOVE ZERO TO pc-jj
005410     END-IF.
005420     IF ctl-annuel
005430         MOVE ZERO TO pc-mm
005440         MOVE ZERO TO pc-jj
005450     END-IF.
005460     MOVE 'O' TO ctl-existant-sw.
005470     MOVE periode-controle TO CTL-DATE-METIER.
005480     MOVE ctl-programme TO CTL-TRAITEMENT.
005490     READ RUNCTL-FILE
005500         INVALID KEY
005510             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
005520     END-READ.
005530     IF CTL-FORCE
005540         SET execution-forcee TO TRUE
005550     END-IF.
005560     IF CTL-TERMINE AND NOT execution-forcee
005570         DISPLAY "SITMENS : DEJA TERMINE POUR " periode-controle
005580             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
005590             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
005600         SET execution-refusee TO TRUE
005610         MOVE 4 TO RETURN-CODE
005620         CLOSE RUNCTL-FILE
005630         GO TO 0600-EXIT
005640     END-IF.
005650     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
005660         SET execution-interrompue TO TRUE
005670     END-IF.
005680     MOVE CTL-ENREG TO controle-sauve.
005690     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
005700         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
005710     END-IF.
005720     MOVE controle-sauve TO CTL-ENREG.
005730     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
005740     ACCEPT CTL-HEURE-DEBUT FROM TIME.
005750     MOVE ZERO TO CTL-DATE-FIN.
005760     MOVE ZERO TO CTL-HEURE-FIN.
005770     MOVE date-metier TO CTL-DATE-REFERENCE.
005780     ADD 1 TO CTL-NB-PASSAGES.
005790     IF execution-refusee
005800         GO TO 0600-REFUS
005810     END-IF.
005820     MOVE 'E' TO CTL-ETAT.
005830     MOVE ZERO TO CTL-CODE-RETOUR.
005840     MOVE ZERO TO CTL-NB-LUS.
005850     MOVE ZERO TO CTL-NB-ECRITS.
005860     MOVE ZERO TO CTL-NB-REJETS.
005870     MOVE 'N' TO CTL-FORCAGE.
005880     MOVE 'N' TO CTL-MODE.
005890     IF execution-interrompue
005900         MOVE 'R' TO CTL-MODE
005910         DISPLAY "SITMENS : PASSAGE PRECEDENT INTERROMPU POUR "
005920             periode-controle " - RELANCE APRES INCIDENT."
005930     END-IF.
005940     IF execution-forcee
005950         MOVE 'F' TO CTL-MODE
005960         DISPLAY "SITMENS : PASSAGE FORCE POUR "
005970             periode-controle "."
005980     END-IF.
005990     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
006000     IF NOT execution-refusee
006010         SET execution-inscrite TO TRUE
006020     END-IF.
006030     CLOSE RUNCTL-FILE.
006040     GO TO 0600-EXIT.
006050 0600-REFUS.
006060*    Un passage interrompu garde son etat : seul un refus sur un
006070*    traitement non encore lance (ou deja refuse) est inscrit.
006080     IF ctl-existant AND NOT CTL-REFUSE
006090         CLOSE RUNCTL-FILE
006100         GO TO 0600-EXIT
006110     END-IF.
006120     MOVE 'R' TO CTL-ETAT.
006130     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
006140     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
006150     CLOSE RUNCTL-FILE.
006160 0600-EXIT.
006170     EXIT.
006180
006181******************************************************************
006182* 0610-INITIALISER-CONTROLE
006183*    Prepare un enregistrement de controle vierge pour le
006184*    traitement et la periode courants (premier passage).
006185******************************************************************
006190 0610-INITIALISER-CONTROLE.
006200     MOVE 'N' TO ctl-existant-sw.
006210     MOVE SPACES TO CTL-ENREG.
006220     MOVE periode-controle TO CTL-DATE-METIER.
006230     MOVE ctl-programme TO CTL-TRAITEMENT.
006240     MOVE ZERO TO CTL-CODE-RETOUR.
006250     MOVE ZERO TO CTL-NB-LUS.
006260     MOVE ZERO TO CTL-NB-ECRITS.
006270     MOVE ZERO TO CTL-NB-REJETS.
006280     MOVE ZERO TO CTL-NB-PASSAGES.
006290     MOVE 'N' TO CTL-FORCAGE.
006300     MOVE 'N' TO CTL-MODE.
006310     MOVE ZERO TO CTL-DATE-REFERENCE.
006320 0610-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360* 0620-CONTROLER-PREREQUIS
006370*    Le traitement prerequis doit etre termine (code retour 4 au
006380*    plus) pour la date metier ; sinon le demarrage est refuse.
006390******************************************************************
006400 0620-CONTROLER-PREREQUIS.
006410     MOVE date-metier TO CTL-DATE-METIER.
006420     MOVE ctl-prerequis TO CTL-TRAITEMENT.
006430     READ RUNCTL-FILE
006440         INVALID KEY
006450             MOVE SPACES TO CTL-ETAT
006460     END-READ.
006470     IF NOT CTL-TERMINE
006480         DISPLAY "SITMENS : PREREQUIS " ctl-prerequis
006490             " NON TERMINE POUR LA DATE METIER " date-metier
006500             " - JOB REFUSE."
006510         SET execution-refusee TO TRUE
006520         MOVE 8 TO RETURN-CODE
006530     END-IF.
006540 0620-EXIT.
006550     EXIT.
006560
006561******************************************************************
006562* 0630-ECRIRE-CONTROLE
006563*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
006564*    d'ecriture refuse le job (code retour 8).
006565******************************************************************
006570 0630-ECRIRE-CONTROLE.
006580     IF ctl-existant
006590         REWRITE CTL-ENREG
006600     ELSE
006610         WRITE CTL-ENREG
006620     END-IF.
006630     IF NOT RUNCTL-OK
006640         DISPLAY "SITMENS : ERREUR ECRITURE RUNCTL - CODE "
006650             RUNCTL-STATUS " - JOB REFUSE."
006660         SET execution-refusee TO TRUE
006670         MOVE 8 TO RETURN-CODE
006680     END-IF.
006690 0630-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730* 1000-INITIALISATION
006740*    Determine le mois photographie (mois de la date metier), le
006750*    mois precedent et les 24 mois du rapport, charge le
006760*    catalogue et le referentiel des agences, ouvre les fichiers
006770*    et lit le premier produit et le premier mouvement.
006780******************************************************************
006790 1000-INITIALISATION.
006800     MOVE 'N' TO photo-echouee-sw.
006810     MOVE 'N' TO fin-contrats-sw.
006820     MOVE date-metier TO date-traitement.
006830     MOVE dt-aaaa TO mp-aaaa.
006840     MOVE dt-mm TO mp-mm.
006850     COMPUTE rang-photo = mp-aaaa * 12 + mp-mm - 1.
006860     COMPUTE rang-mois = rang-photo - 1.
006870     PERFORM 1050-RANG-VERS-MOIS THRU 1050-EXIT.
006880     MOVE mois-calcule-num TO mois-precedent.
006890     COMPUTE rang-debut = rang-photo - nb-mois-rapport + 1.
006900     MOVE rang-debut TO rang-mois.
006910     MOVE 1 TO idx-mois.
006920     PERFORM 1060-PREPARER-MOIS THRU 1060-EXIT
006930         UNTIL idx-mois > nb-mois-rapport.
006940     PERFORM 1100-CHARGER-CATALOGUE THRU 1100-EXIT.
006950     IF photo-echouee
006960         GO TO 1000-EXIT
006970     END-IF.
006980     PERFORM 1200-CHARGER-AGENCES THRU 1200-EXIT.
006990     PERFORM 1300-OUVRIR-FICHIERS THRU 1300-EXIT.
007000     IF photo-echouee
007010         GO TO 1000-EXIT
007020     END-IF.
007030     PERFORM 1400-LIRE-CONTRAT THRU 1400-EXIT.
007040     MOVE 'N' TO fin-histo-sw.
007050     IF historique-present
007060         PERFORM 1500-LIRE-HISTO THRU 1500-EXIT
007070     ELSE
007080         SET fin-histo TO TRUE
007090     END-IF.
007100 1000-EXIT.
007110     EXIT.
007120
007130 1050-RANG-VERS-MOIS.
007140     DIVIDE rang-mois BY 12 GIVING mc-aaaa
007150         REMAINDER reste-mois.
007160     COMPUTE mc-mm = reste-mois + 1.
007170 1050-EXIT.
007180     EXIT.
007190
007200 1060-PREPARER-MOIS.
007210     PERFORM 1050-RANG-VERS-MOIS THRU 1050-EXIT.
007220     MOVE mois-calcule-num TO MR-MOIS(idx-mois).
007230     MOVE 'N' TO MR-PRESENT(idx-mois).
007240     ADD 1 TO rang-mois.
007250     ADD 1 TO idx-mois.
007260 1060-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300* 1100-CHARGER-CATALOGUE
007310*    Charge le catalogue des produits (fichier PRODCAT) dans la
007320*    table en memoire. Un catalogue absent ou vide arrete le
007330*    traitement (code retour 8).
007340******************************************************************
007350 1100-CHARGER-CATALOGUE.
007360     MOVE ZERO TO nb-produits-catalogue.
007370     MOVE 'N' TO fin-catalogue-sw.
007380     OPEN INPUT PRODCAT-FILE.
007390     IF NOT PRODCAT-OK
007400         DISPLAY "SITMENS : CATALOGUE PRODUITS INACCESSIBLE - "
007410             "CODE " PRODCAT-STATUS
007420         SET photo-echouee TO TRUE
007430         MOVE 8 TO RETURN-CODE
007440         GO TO 1100-EXIT
007450     END-IF.
007460     PERFORM 1110-LIRE-PRODCAT THRU 1110-EXIT
007470         UNTIL fin-catalogue.
007480     CLOSE PRODCAT-FILE.
007490     IF nb-produits-catalogue = ZERO
007500         DISPLAY "SITMENS : CATALOGUE PRODUITS VIDE - "
007510             "PHOTO REFUSEE."
007520         SET photo-echouee TO TRUE
007530         MOVE 8 TO RETURN-CODE
007540     END-IF.
007550 1100-EXIT.
007560     EXIT.
007570
007580 1110-LIRE-PRODCAT.
007590     READ PRODCAT-FILE
007600         AT END
007610             SET fin-catalogue TO TRUE
007620             GO TO 1110-EXIT
007630     END-READ.
007640     IF nb-produits-catalogue >= 50
007650         DISPLAY "SITMENS : CATALOGUE PRODUITS TRONQUE A 50"
007660             " PRODUITS."
007670         SET fin-catalogue TO TRUE
007680         GO TO 1110-EXIT
007690     END-IF.
007700     ADD 1 TO nb-produits-catalogue.
007710     MOVE PC-CODE TO CAT-CODE(nb-produits-catalogue).
007720     MOVE PC-LIBELLE TO CAT-LIBELLE(nb-produits-catalogue).
007730 1110-EXIT.
007740     EXIT.
007750
007760******************************************************************
007770* 1200-CHARGER-AGENCES
007780*    Charge le referentiel des agences (fichier AGENCES) dans la
007790*    table en memoire. Le referentiel ne sert qu'au nom des
007800*    agences : absent, le rapport est edite sans les noms.
007810******************************************************************
007820 1200-CHARGER-AGENCES.
007830     MOVE ZERO TO nb-agences.
007840     MOVE 'N' TO fin-lecture-sw.
007850     OPEN INPUT AGENCE-FILE.
007860     IF NOT AGENCE-OK
007870         DISPLAY "SITMENS : REFERENTIEL AGENCES INACCESSIBLE - "
007880             "CODE " AGENCE-STATUS " - RAPPORT SANS LES NOMS."
007890         GO TO 1200-EXIT
007900     END-IF.
007910     PERFORM 1210-LIRE-AGENCE THRU 1210-EXIT
007920         UNTIL fin-lecture.
007930     CLOSE AGENCE-FILE.
007940 1200-EXIT.
007950     EXIT.
007960
007970 1210-LIRE-AGENCE.
007980     READ AGENCE-FILE
007990         AT END
008000             SET fin-lecture TO TRUE
008010             GO TO 1210-EXIT
008020     END-READ.
008030     IF nb-agences >= 100
008040         DISPLAY "SITMENS : REFERENTIEL AGENCES TRONQUE A 100"
008050             " AGENCES."
008060         SET fin-lecture TO TRUE
008070         GO TO 1210-EXIT
008080     END-IF.
008090     ADD 1 TO nb-agences.
008100     MOVE AG-CODE TO REF-AG-CODE(nb-agences).
008110     MOVE AG-NOM TO REF-AG-NOM(nb-agences).
008120 1210-EXIT.
008130     EXIT.
008140
008150******************************************************************
008160* 1300-OUVRIR-FICHIERS
008170*    Ouvre les clients, les contrats et l'historique en lecture,
008180*    le fichier des photos en mise a jour (cree au premier
008190*    passage) et le rapport en sortie. L'historique peut etre
008200*    absent : la collecte du mois est alors nulle.
008210******************************************************************
008220 1300-OUVRIR-FICHIERS.
008230     OPEN INPUT CLIENT-FILE.
008240     IF NOT CLIENT-FILE-OK
008250         DISPLAY "SITMENS : FICHIER CLIENTS INACCESSIBLE - "
008260             "CODE " CLIENT-FILE-STATUS
008270         SET photo-echouee TO TRUE
008280         MOVE 8 TO RETURN-CODE
008290         GO TO 1300-EXIT
008300     END-IF.
008310     OPEN INPUT CONTRAT-FILE.
008320     IF NOT CONTRAT-FILE-OK
008330         DISPLAY "SITMENS : FICHIER CONTRATS INACCESSIBLE - "
008340             "CODE " CONTRAT-FILE-STATUS
008350         CLOSE CLIENT-FILE
008360         SET photo-echouee TO TRUE
008370         MOVE 8 TO RETURN-CODE
008380         GO TO 1300-EXIT
008390     END-IF.
008400     MOVE 'N' TO historique-present-sw.
008410     OPEN INPUT HISTO-FILE.
008420     IF HISTO-OK
008430         SET historique-present TO TRUE
008440     ELSE
008450         IF NOT HISTO-INEXISTANT
008460             DISPLAY "SITMENS : HISTORIQUE MVTHIST INACCESSIBLE"
008470                 " - CODE " HISTO-STATUS
008480             CLOSE CLIENT-FILE
008490             CLOSE CONTRAT-FILE
008500             SET photo-echouee TO TRUE
008510             MOVE 8 TO RETURN-CODE
008520             GO TO 1300-EXIT
008530         END-IF
008540     END-IF.
008550     OPEN I-O PHOTO-FILE.
008560     IF PHOTO-INEXISTANT
008570         OPEN OUTPUT PHOTO-FILE
008580         CLOSE PHOTO-FILE
008590         OPEN I-O PHOTO-FILE
008600     END-IF.
008610     IF NOT PHOTO-OK
008620         DISPLAY "SITMENS : FICHIER DES PHOTOS ENCMOIS "
008630             "INACCESSIBLE - CODE " PHOTO-STATUS
008640         PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
008650         SET photo-echouee TO TRUE
008660         MOVE 8 TO RETURN-CODE
008670         GO TO 1300-EXIT
008680     END-IF.
008690     OPEN OUTPUT RAPPORT-FILE.
008700     IF NOT RAPPORT-OK
008710         DISPLAY "SITMENS : FICHIER RAPPORT INACCESSIBLE - "
008720             "CODE " RAPPORT-STATUS
008730         PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
008740         CLOSE PHOTO-FILE
008750         SET photo-echouee TO TRUE
008760         MOVE 8 TO RETURN-CODE
008770     END-IF.
008780 1300-EXIT.
008790     EXIT.
008800
008810 1400-LIRE-CONTRAT.
008820     READ CONTRAT-FILE NEXT RECORD
008830         AT END
008840             SET fin-contrats TO TRUE
008850     END-READ.
008860 1400-EXIT.
008870     EXIT.
008880
008890 1500-LIRE-HISTO.
008900     READ HISTO-FILE NEXT RECORD
008910         AT END
008920             SET fin-histo TO TRUE
008930             GO TO 1500-EXIT
008940     END-READ.
008950     MOVE HX-NUMCLI TO ch-numcli.
008960     MOVE HX-NUMPROD TO ch-numprod.
008970 1500-EXIT.
008980     EXIT.
008990
009000******************************************************************
009010* 2000-PHOTOGRAPHIER-CONTRAT
009020*    Ecrit la photo du mois du produit courant : agence du
009030*    client, code produit du catalogue, etat et solde, ouverture
009040*    et cloture dans le mois, collecte nette du mois. Une photo
009050*    deja presente pour le mois (passage force) est remplacee.
009060*    Lit ensuite le produit suivant.
009070******************************************************************
009080 2000-PHOTOGRAPHIER-CONTRAT.
009090     ADD 1 TO nb-contrats-lus.
009100     MOVE CT-NUMCLI TO cc-numcli.
009110     MOVE CT-NUMPROD TO cc-numprod.
009120     PERFORM 2100-RECHERCHER-AGENCE THRU 2100-EXIT.
009130     PERFORM 2200-RECHERCHER-PRODUIT THRU 2200-EXIT.
009140     PERFORM 2300-LIRE-PHOTO-PRECEDENTE THRU 2300-EXIT.
009150     MOVE ZERO TO collecte-produit.
009160     PERFORM 2400-CUMULER-COLLECTE THRU 2400-EXIT
009170         UNTIL fin-histo OR cle-histo > cle-contrat.
009180     MOVE SPACES TO PH-ENREG.
009190     MOVE mois-photo TO PH-MOIS.
009200     MOVE CT-NUMCLI TO PH-NUMCLI.
009210     MOVE CT-NUMPROD TO PH-NUMPROD.
009220     MOVE code-produit TO PH-CODE-PRODUIT.
009230     MOVE agence-client TO PH-AGENCE.
009240     MOVE CT-ETAT TO PH-ETAT.
009250     MOVE CT-SOMME TO PH-SOLDE.
009260     MOVE collecte-produit TO PH-COLLECTE.
009270     MOVE date-traitement TO PH-DATE-PHOTO.
009280     COMPUTE mois-creation = CT-ANNEE * 100 + CT-MOIS.
009290     MOVE 'N' TO PH-OUVERTURE.
009300     IF mois-creation = mois-photo
009310         MOVE 'O' TO PH-OUVERTURE
009320     END-IF.
009330*    Un produit clos sans photo du mois precedent n'est compte
009340*    comme cloture du mois que s'il a aussi ete ouvert dans le
009350*    mois (premier passage : les clotures anciennes ne sont pas
009360*    attribuees au mois).
009370     MOVE 'N' TO PH-CLOTURE.
009380     IF CT-CLOS
009390         IF photo-precedente
009400             IF etat-precedent NOT = 'C'
009410                 MOVE 'O' TO PH-CLOTURE
009420             END-IF
009430         ELSE
009440             IF PH-OUVERT-DANS-MOIS
009450                 MOVE 'O' TO PH-CLOTURE
009460             END-IF
009470         END-IF
009480     END-IF.
009490     WRITE PH-ENREG.
009500     IF PHOTO-DOUBLON
009510         REWRITE PH-ENREG
009520         IF PHOTO-OK
009530             ADD 1 TO nb-photos-remplacees
009540         END-IF
009550     END-IF.
009560     IF NOT PHOTO-OK
009570         DISPLAY "SITMENS : ERREUR ECRITURE ENCMOIS - CODE "
009580             PHOTO-STATUS
009590         SET photo-echouee TO TRUE
009600         SET fin-contrats TO TRUE
009610         MOVE 8 TO RETURN-CODE
009620         GO TO 2000-EXIT
009630     END-IF.
009640     ADD 1 TO nb-photos-ecrites.
009650     PERFORM 1400-LIRE-CONTRAT THRU 1400-EXIT.
009660 2000-EXIT.
009670     EXIT.
009680
009690 2100-RECHERCHER-AGENCE.
009700     IF CT-NUMCLI = numcli-lu
009710         GO TO 2100-EXIT
009720     END-IF.
009730     MOVE CT-NUMCLI TO numcli-lu.
009740     MOVE CT-NUMCLI TO CF-NUMCLI.
009750     READ CLIENT-FILE
009760         INVALID KEY
009770             MOVE ZERO TO agence-client
009780             ADD 1 TO nb-clients-inconnus
009790             DISPLAY "SITMENS : CLIENT " CT-NUMCLI
009800                 " ABSENT DU FICHIER CLIENTS - AGENCE 000."
009810         NOT INVALID KEY
009820             MOVE CF-AGENCE TO agence-client
009830     END-READ.
009840 2100-EXIT.
009850     EXIT.
009860
009870* Code produit du catalogue d'apres l'intitule du contrat ;
009880* intitule inconnu = code a blanc (produit hors catalogue).
009890 2200-RECHERCHER-PRODUIT.
009900     MOVE 'N' TO produit-trouve-sw.
009910     MOVE ZERO TO idx-catalogue.
009920     PERFORM 2210-COMPARER-CATALOGUE THRU 2210-EXIT
009930         UNTIL produit-trouve
009940             OR idx-catalogue >= nb-produits-catalogue.
009950     IF produit-trouve
009960         MOVE CAT-CODE(idx-catalogue) TO code-produit
009970     ELSE
009980         MOVE SPACES TO code-produit
009990         ADD 1 TO nb-produits-inconnus
010000         DISPLAY "SITMENS : PRODUIT " CT-NUMCLI "/" CT-NUMPROD
010010             " HORS CATALOGUE (" CT-INTITULE ")."
010020     END-IF.
010030 2200-EXIT.
010040     EXIT.
010050
010060 2210-COMPARER-CATALOGUE.
010070     ADD 1 TO idx-catalogue.
010080     IF CAT-LIBELLE(idx-catalogue) = CT-INTITULE
010090         SET produit-trouve TO TRUE
010100     END-IF.
010110 2210-EXIT.
010120     EXIT.
010130
010140* Etat du produit a la photo du mois precedent.
010150 2300-LIRE-PHOTO-PRECEDENTE.
010160     MOVE 'N' TO photo-precedente-sw.
010170     MOVE SPACES TO etat-precedent.
010180     MOVE mois-precedent TO PH-MOIS.
010190     MOVE CT-NUMCLI TO PH-NUMCLI.
010200     MOVE CT-NUMPROD TO PH-NUMPROD.
010210     READ PHOTO-FILE
010220         INVALID KEY
010230             GO TO 2300-EXIT
010240     END-READ.
010250     SET photo-precedente TO TRUE.
010260     MOVE PH-ETAT TO etat-precedent.
010270 2300-EXIT.
010280     EXIT.
010290
010300* Lecture appariee de l'historique (meme ordre client / produit
010310* que le fichier CONTRATS) : les mouvements du produit courant
010320* passes dans le mois font la collecte nette ; ceux d'un produit
010330* disparu du fichier sont ignores.
010340 2400-CUMULER-COLLECTE.
010350     IF cle-histo = cle-contrat
010360         DIVIDE HX-DATE-PASSATION BY 100 GIVING mois-passation
010370         IF mois-passation = mois-photo
010380             IF HX-SENS = 'C'
010390                 ADD HX-MONTANT TO collecte-produit
010400             ELSE
010410                 SUBTRACT HX-MONTANT FROM collecte-produit
010420             END-IF
010430         END-IF
010440     END-IF.
010450     PERFORM 1500-LIRE-HISTO THRU 1500-EXIT.
010460 2400-EXIT.
010470     EXIT.
010480
010490******************************************************************
010500* 3000-CUMULER-PHOTOS
010510*    Relit les photos des 24 derniers mois (le mois courant
010520*    compris) et les cumule par agence, par produit et pour
010530*    l'etablissement.
010540******************************************************************
010550 3000-CUMULER-PHOTOS.
010560     IF photo-echouee
010570         GO TO 3000-EXIT
010580     END-IF.
010590     MOVE 'N' TO fin-photos-sw.
010600     MOVE MR-MOIS(1) TO PH-MOIS.
010610     MOVE ZERO TO PH-NUMCLI.
010620     MOVE ZERO TO PH-NUMPROD.
010630     START PHOTO-FILE KEY IS NOT LESS THAN PH-CLE
010640         INVALID KEY
010650             SET fin-photos TO TRUE
010660     END-START.
010670     PERFORM 3100-CUMULER-PHOTO THRU 3100-EXIT
010680         UNTIL fin-photos.
010690 3000-EXIT.
010700     EXIT.
010710
010720 3100-CUMULER-PHOTO.
010730     READ PHOTO-FILE NEXT RECORD
010740         AT END
010750             SET fin-photos TO TRUE
010760             GO TO 3100-EXIT
010770     END-READ.
010780     IF PH-MOIS > mois-photo
010790         SET fin-photos TO TRUE
010800         GO TO 3100-EXIT
010810     END-IF.
010820     ADD 1 TO nb-photos-reprises.
010830     MOVE PH-MOIS TO mois-calcule-num.
010840     COMPUTE idx-mois =
010850         mc-aaaa * 12 + mc-mm - 1 - rang-debut + 1.
010860     MOVE 'O' TO MR-PRESENT(idx-mois).
010870     MOVE 'A' TO ca-nature.
010880     MOVE PH-AGENCE TO code-agence-texte.
010890     MOVE SPACES TO ca-code.
010900     MOVE code-agence-texte TO ca-code.
010910     PERFORM 3200-CUMULER-AXE THRU 3200-EXIT.
010920     MOVE 'P' TO ca-nature.
010930     MOVE PH-CODE-PRODUIT TO ca-code.
010940     PERFORM 3200-CUMULER-AXE THRU 3200-EXIT.
010950     MOVE 'T' TO ca-nature.
010960     MOVE SPACES TO ca-code.
010970     PERFORM 3200-CUMULER-AXE THRU 3200-EXIT.
010980     IF photo-echouee
010990         SET fin-photos TO TRUE
011000     END-IF.
011010 3100-EXIT.
011020     EXIT.
011030
011040******************************************************************
011050* 3200-CUMULER-AXE
011060*    Cumule la photo courante dans le mois de l'agence, du
011070*    produit ou de l'etablissement designe par cle-axe ; une cle
011080*    nouvelle est inseree a sa place dans la table triee, mois a
011090*    zero. Une table pleine arrete le traitement (code retour 8).
011100******************************************************************
011110 3200-CUMULER-AXE.
011120     MOVE 1 TO idx-axe.
011130     MOVE 'N' TO position-trouvee-sw.
011140     PERFORM 3210-CHERCHER-AXE THRU 3210-EXIT
011150         UNTIL position-trouvee.
011160     IF idx-axe <= nb-axes
011170         IF AX-CLE(idx-axe) = cle-axe
011180             GO TO 3200-CUMULER
011190         END-IF
011200     END-IF.
011210     IF nb-axes >= 160
011220         DISPLAY "SITMENS : PLUS DE 160 AGENCES ET PRODUITS"
011230             " - RAPPORT INCOMPLET."
011240         SET photo-echouee TO TRUE
011250         MOVE 8 TO RETURN-CODE
011260         GO TO 3200-EXIT
011270     END-IF.
011280     MOVE nb-axes TO idx-decalage.
011290     PERFORM 3220-DECALER-AXE THRU 3220-EXIT
011300         UNTIL idx-decalage < idx-axe.
011310     ADD 1 TO nb-axes.
011320     MOVE cle-axe TO AX-CLE(idx-axe).
011330     MOVE 1 TO idx-mois-prec.
011340     PERFORM 3230-RAZ-MOIS-AXE THRU 3230-EXIT
011350         UNTIL idx-mois-prec > nb-mois-rapport.
011360 3200-CUMULER.
011370     ADD PH-SOLDE TO AM-ENCOURS(idx-axe, idx-mois).
011380     IF NOT PH-CLOS
011390         ADD 1 TO AM-NB-PRODUITS(idx-axe, idx-mois)
011400     END-IF.
011410     IF PH-OUVERT-DANS-MOIS
011420         ADD 1 TO AM-OUVERTURES(idx-axe, idx-mois)
011430     END-IF.
011440     IF PH-CLOS-DANS-MOIS
011450         ADD 1 TO AM-CLOTURES(idx-axe, idx-mois)
011460     END-IF.
011470     ADD PH-COLLECTE TO AM-COLLECTE(idx-axe, idx-mois).
011480 3200-EXIT.
011490     EXIT.
011500
011510 3210-CHERCHER-AXE.
011520     IF idx-axe > nb-axes
011530         SET position-trouvee TO TRUE
011540         GO TO 3210-EXIT
011550     END-IF.
011560     IF AX-CLE(idx-axe) NOT < cle-axe
011570         SET position-trouvee TO TRUE
011580         GO TO 3210-EXIT
011590     END-IF.
011600     ADD 1 TO idx-axe.
011610 3210-EXIT.
011620     EXIT.
011630
011640 3220-DECALER-AXE.
011650     MOVE AXE(idx-decalage) TO AXE(idx-decalage + 1).
011660     SUBTRACT 1 FROM idx-decalage.
011670 3220-EXIT.
011680     EXIT.
011690
011700 3230-RAZ-MOIS-AXE.
011710     MOVE ZERO TO AM-ENCOURS(idx-axe, idx-mois-prec).
011720     MOVE ZERO TO AM-NB-PRODUITS(idx-axe, idx-mois-prec).
011730     MOVE ZERO TO AM-OUVERTURES(idx-axe, idx-mois-prec).
011740     MOVE ZERO TO AM-CLOTURES(idx-axe, idx-mois-prec).
011750     MOVE ZERO TO AM-COLLECTE(idx-axe, idx-mois-prec).
011760     ADD 1 TO idx-mois-prec.
011770 3230-EXIT.
011780     EXIT.
011790
011800******************************************************************
011810* 4000-EDITER-RAPPORT
011820*    Edite, pour chaque agence, chaque produit puis pour
011830*    l'etablissement, les 12 derniers mois : encours, produits
011840*    non clos, variation sur le mois et sur un an (montant et
011850*    pour cent), ouvertures, clotures et collecte nette.
011860******************************************************************
011870 4000-EDITER-RAPPORT.
011880     IF photo-echouee
011890         GO TO 4000-EXIT
011900     END-IF.
011910     MOVE SPACES TO RAP-LIGNE.
011920     STRING
011930         " EVOLUTION DU PORTEFEUILLE - PHOTO DE FIN DE MOIS "
011940             DELIMITED BY SIZE
011950         mp-mm DELIMITED BY SIZE
011960         "/" DELIMITED BY SIZE
011970         mp-aaaa DELIMITED BY SIZE
011980         " (DATE METIER " DELIMITED BY SIZE
011990         dt-jj DELIMITED BY SIZE
012000         "/" DELIMITED BY SIZE
012010         dt-mm DELIMITED BY SIZE
012020         "/" DELIMITED BY SIZE
012030         dt-aaaa DELIMITED BY SIZE
012040         ")" DELIMITED BY SIZE
012050         INTO RAP-LIGNE
012060     END-STRING.
012070     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
012080     MOVE SPACES TO RAP-LIGNE.
012090     STRING
012100         " ENCOURS = SOLDES DES PRODUITS A LA PHOTO ; COLLECTE"
012110             DELIMITED BY SIZE
012120         " NETTE = CREDITS - DEBITS PASSES DANS LE MOIS (HORS"
012130             DELIMITED BY SIZE
012140         " INTERETS ET AGIOS)" DELIMITED BY SIZE
012150         INTO RAP-LIGNE
012160     END-STRING.
012170     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
012180     MOVE 1 TO idx-axe.
012190     PERFORM 4100-EDITER-AXE THRU 4100-EXIT
012200         UNTIL idx-axe > nb-axes OR photo-echouee.
012210 4000-EXIT.
012220     EXIT.
012230
012240 4100-EDITER-AXE.
012250     MOVE ALL "-" TO RAP-LIGNE.
012260     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
012270     MOVE SPACES TO RAP-LIGNE.
012280     IF AX-NATURE(idx-axe) = 'A'
012290         PERFORM 4110-TITRER-AGENCE THRU 4110-EXIT
012300     END-IF.
012310     IF AX-NATURE(idx-axe) = 'P'
012320         PERFORM 4120-TITRER-PRODUIT THRU 4120-EXIT
012330     END-IF.
012340     IF AX-NATURE(idx-axe) = 'T'
012350         MOVE " TOTAL ETABLISSEMENT" TO RAP-LIGNE
012360     END-IF.
012370     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
012380     MOVE SPACES TO RAP-LIGNE.
012390     STRING
012400         " MOIS                 ENCOURS  PRODUITS"
012410             DELIMITED BY SIZE
012420         "     VARIATION SUR LE MOIS      %" DELIMITED BY SIZE
012430         "      VARIATION SUR UN AN      %" DELIMITED BY SIZE
012440         "  OUVER  CLOT       COLLECTE NETTE" DELIMITED BY SIZE
012450         INTO RAP-LIGNE
012460     END-STRING.
012470     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
012480     COMPUTE idx-mois = nb-mois-rapport - 11.
012490     PERFORM 4200-EDITER-MOIS THRU 4200-EXIT
012500         UNTIL idx-mois > nb-mois-rapport.
012510     ADD 1 TO idx-axe.
012520 4100-EXIT.
012530     EXIT.
012540
012550 4110-TITRER-AGENCE.
012560     MOVE AX-CODE(idx-axe)(1:3) TO code-agence-texte.
012570     MOVE 'N' TO agence-trouvee-sw.
012580     MOVE ZERO TO idx-agence.
012590     PERFORM 4115-COMPARER-AGENCE THRU 4115-EXIT
012600         UNTIL agence-trouvee OR idx-agence >= nb-agences.
012610     IF agence-trouvee
012620         STRING " AGENCE " DELIMITED BY SIZE
012630             code-agence-texte DELIMITED BY SIZE
012640             " - " DELIMITED BY SIZE
012650             REF-AG-NOM(idx-agence) DELIMITED BY SIZE
012660             INTO RAP-LIGNE
012670         END-STRING
012680     ELSE
012690         STRING " AGENCE " DELIMITED BY SIZE
012700             code-agence-texte DELIMITED BY SIZE
012710             INTO RAP-LIGNE
012720         END-STRING
012730     END-IF.
012740 4110-EXIT.
012750     EXIT.
012760
012770 4115-COMPARER-AGENCE.
012780     ADD 1 TO idx-agence.
012790     IF REF-AG-CODE(idx-agence) = code-agence-texte
012800         SET agence-trouvee TO TRUE
012810     END-IF.
012820 4115-EXIT.
012830     EXIT.
012840
012850 4120-TITRER-PRODUIT.
012860     IF AX-CODE(idx-axe) = SPACES
012870         MOVE " PRODUITS HORS CATALOGUE" TO RAP-LIGNE
012880         GO TO 4120-EXIT
012890     END-IF.
012900     MOVE 'N' TO produit-trouve-sw.
012910     MOVE ZERO TO idx-catalogue.
012920     PERFORM 4125-COMPARER-CODE THRU 4125-EXIT
012930         UNTIL produit-trouve
012940             OR idx-catalogue >= nb-produits-catalogue.
012950     IF produit-trouve
012960         STRING " PRODUIT " DELIMITED BY SIZE
012970             AX-CODE(idx-axe) DELIMITED BY SIZE
012980             " - " DELIMITED BY SIZE
012990             CAT-LIBELLE(idx-catalogue) DELIMITED BY SIZE
013000             INTO RAP-LIGNE
013010         END-STRING
013020     ELSE
013030         STRING " PRODUIT " DELIMITED BY SIZE
013040             AX-CODE(idx-axe) DELIMITED BY SIZE
013050             " (RETIRE DU CATALOGUE)" DELIMITED BY SIZE
013060             INTO RAP-LIGNE
013070         END-STRING
013080     END-IF.
013090 4120-EXIT.
013100     EXIT.
013110
013120 4125-COMPARER-CODE.
013130     ADD 1 TO idx-catalogue.
013140     IF CAT-CODE(idx-catalogue) = AX-CODE(idx-axe)
013150         SET produit-trouve TO TRUE
013160     END-IF.
013170 4125-EXIT.
013180     EXIT.
013190
013200******************************************************************
013210* 4200-EDITER-MOIS
013220*    Edite la ligne d'un mois de l'agence, du produit ou de
013230*    l'etablissement courant. Une variation n'est donnee que si
013240*    la photo du mois de comparaison existe, un pourcentage que
013250*    si l'encours de comparaison n'est pas nul.
013260******************************************************************
013270 4200-EDITER-MOIS.
013280     MOVE SPACES TO RAP-LIGNE.
013290     MOVE MR-MM(idx-mois) TO rd-mm.
013300     MOVE MR-AAAA(idx-mois) TO rd-aaaa.
013310     IF MR-PRESENT(idx-mois) NOT = 'O'
013320         STRING " " DELIMITED BY SIZE
013330             rd-mm DELIMITED BY SIZE
013340             "/" DELIMITED BY SIZE
013350             rd-aaaa DELIMITED BY SIZE
013360             "  PAS DE PHOTO POUR CE MOIS" DELIMITED BY SIZE
013370             INTO RAP-LIGNE
013380         END-STRING
013390         GO TO 4200-ECRIRE
013400     END-IF.
013410     MOVE AM-ENCOURS(idx-axe, idx-mois) TO rd-encours.
013420     MOVE AM-NB-PRODUITS(idx-axe, idx-mois) TO rd-nb-produits.
013430     MOVE AM-OUVERTURES(idx-axe, idx-mois) TO rd-ouvertures.
013440     MOVE AM-CLOTURES(idx-axe, idx-mois) TO rd-clotures.
013450     MOVE AM-COLLECTE(idx-axe, idx-mois) TO rd-collecte.
013460     MOVE SPACES TO rd-variation-mois.
013470     MOVE SPACES TO rd-pourcentage-mois.
013480     COMPUTE idx-mois-prec = idx-mois - 1.
013490     IF MR-PRESENT(idx-mois-prec) = 'O'
013500         COMPUTE variation = AM-ENCOURS(idx-axe, idx-mois)
013510             - AM-ENCOURS(idx-axe, idx-mois-prec)
013520         MOVE variation TO rd-var-mois
013530         IF AM-ENCOURS(idx-axe, idx-mois-prec) NOT = ZERO
013540             COMPUTE pourcentage ROUNDED = variation * 100
013550                 / AM-ENCOURS(idx-axe, idx-mois-prec)
013560                 ON SIZE ERROR
013570                     MOVE 9999.9 TO pourcentage
013580             END-COMPUTE
013590             MOVE pourcentage TO rd-pct-mois
013600         END-IF
013610     END-IF.
013620     MOVE SPACES TO rd-variation-an.
013630     MOVE SPACES TO rd-pourcentage-an.
013640     COMPUTE idx-mois-prec = idx-mois - 12.
013650     IF MR-PRESENT(idx-mois-prec) = 'O'
013660         COMPUTE variation = AM-ENCOURS(idx-axe, idx-mois)
013670             - AM-ENCOURS(idx-axe, idx-mois-prec)
013680         MOVE variation TO rd-var-an
013690         IF AM-ENCOURS(idx-axe, idx-mois-prec) NOT = ZERO
013700             COMPUTE pourcentage ROUNDED = variation * 100
013710                 / AM-ENCOURS(idx-axe, idx-mois-prec)
013720                 ON SIZE ERROR
013730                     MOVE 9999.9 TO pourcentage
013740             END-COMPUTE
013750             MOVE pourcentage TO rd-pct-an
013760         END-IF
013770     END-IF.
013780     MOVE rap-detail TO RAP-LIGNE.
013790 4200-ECRIRE.
013800     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
013810     ADD 1 TO idx-mois.
013820 4200-EXIT.
013830     EXIT.
013840
013850 8000-ECRIRE-LIGNE.
013860     WRITE RAP-LIGNE.
013870     IF NOT RAPPORT-OK
013880         DISPLAY "SITMENS : ERREUR ECRITURE RAPPORT - CODE "
013890             RAPPORT-STATUS
013900         SET photo-echouee TO TRUE
013910         MOVE 8 TO RETURN-CODE
013920     END-IF.
013930 8000-EXIT.
013940     EXIT.
013950
013960 8500-FERMER-TOUT.
013970     CLOSE CLIENT-FILE.
013980     CLOSE CONTRAT-FILE.
013990     IF historique-present
014000         CLOSE HISTO-FILE
014010     END-IF.
014020 8500-EXIT.
014030     EXIT.
014040
014050******************************************************************
014060* 9000-TERMINAISON
014070*    Ecrit les totaux de controle du rapport (produits lus,
014080*    photos ecrites ou remplacees, photos reprises), puis referme
014090*    les fichiers. Code retour 4 si un client est absent du
014100*    fichier maitre ou un produit hors catalogue.
014110******************************************************************
014120 9000-TERMINAISON.
014130     MOVE ALL "-" TO RAP-LIGNE.
014140     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
014150     MOVE SPACES TO RAP-LIGNE.
014160     MOVE nb-contrats-lus TO rap-compteur-edit.
014170     STRING " PRODUITS PHOTOGRAPHIES      : " DELIMITED BY SIZE
014180         rap-compteur-edit DELIMITED BY SIZE
014190         INTO RAP-LIGNE
014200     END-STRING.
014210     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
014220     MOVE SPACES TO RAP-LIGNE.
014230     MOVE nb-photos-ecrites TO rap-compteur-edit.
014240     STRING " PHOTOS ECRITES (ENCMOIS)    : " DELIMITED BY SIZE
014250         rap-compteur-edit DELIMITED BY SIZE
014260         INTO RAP-LIGNE
014270     END-STRING.
014280     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
014290     MOVE SPACES TO RAP-LIGNE.
014300     MOVE nb-photos-remplacees TO rap-compteur-edit.
014310     STRING " DONT PHOTOS REMPLACEES      : " DELIMITED BY SIZE
014320         rap-compteur-edit DELIMITED BY SIZE
014330         INTO RAP-LIGNE
014340     END-STRING.
014350     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
014360     MOVE SPACES TO RAP-LIGNE.
014370     MOVE nb-photos-reprises TO rap-compteur-edit.
014380     STRING " PHOTOS REPRISES (24 MOIS)   : " DELIMITED BY SIZE
014390         rap-compteur-edit DELIMITED BY SIZE
014400         INTO RAP-LIGNE
014410     END-STRING.
014420     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
014430     IF nb-clients-inconnus > ZERO
014440         MOVE SPACES TO RAP-LIGNE
014450         MOVE nb-clients-inconnus TO rap-compteur-edit
014460         STRING " ANOMALIE - CLIENTS INCONNUS : "
014470             DELIMITED BY SIZE
014480             rap-compteur-edit DELIMITED BY SIZE
014490             INTO RAP-LIGNE
014500         END-STRING
014510         PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT
014520         IF RETURN-CODE < 4
014530             MOVE 4 TO RETURN-CODE
014540         END-IF
014550     END-IF.
014560     IF nb-produits-inconnus > ZERO
014570         MOVE SPACES TO RAP-LIGNE
014580         MOVE nb-produits-inconnus TO rap-compteur-edit
014590         STRING " ANOMALIE - HORS CATALOGUE   : "
014600             DELIMITED BY SIZE
014610             rap-compteur-edit DELIMITED BY SIZE
014620             INTO RAP-LIGNE
014630         END-STRING
014640         PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT
014650         IF RETURN-CODE < 4
014660             MOVE 4 TO RETURN-CODE
014670         END-IF
014680     END-IF.
014690     COMPUTE nb-anomalies =
014700         nb-clients-inconnus + nb-produits-inconnus.
014710     PERFORM 8500-FERMER-TOUT THRU 8500-EXIT.
014720     CLOSE PHOTO-FILE.
014730     CLOSE RAPPORT-FILE.
014740     DISPLAY "SITMENS : " nb-photos-ecrites
014750         " PHOTO(S) ECRITE(S) POUR " mois-photo " - "
014760         nb-photos-remplacees " REMPLACEE(S).".
014770 9000-EXIT.
014780     EXIT.
014790
014800******************************************************************
014810* 9800-CLORE-CONTROLE
014820*    Inscrit la fin du passage dans le fichier de controle : date
014830*    et heure de fin, code retour, volumes traites ; etat termine
014840*    jusqu'au code retour 4, en anomalie au-dela.
014850******************************************************************
014860 9800-CLORE-CONTROLE.
014870     IF NOT execution-inscrite
014880         GO TO 9800-EXIT
014890     END-IF.
014900     OPEN I-O RUNCTL-FILE.
014910     IF NOT RUNCTL-OK
014920         DISPLAY "SITMENS : FIN DE PASSAGE NON INSCRITE DANS"
014930             " RUNCTL - CODE " RUNCTL-STATUS
014940         IF RETURN-CODE < 4
014950             MOVE 4 TO RETURN-CODE
014960         END-IF
014970         GO TO 9800-EXIT
014980     END-IF.
014990     MOVE periode-controle TO CTL-DATE-METIER.
015000     MOVE ctl-programme TO CTL-TRAITEMENT.
015010     READ RUNCTL-FILE
015020         INVALID KEY
015030             DISPLAY "SITMENS : PASSAGE ABSENT DE RUNCTL - "
015040                 "FIN NON INSCRITE."
015050             IF RETURN-CODE < 4
015060                 MOVE 4 TO RETURN-CODE
015070             END-IF
015080             CLOSE RUNCTL-FILE
015090             GO TO 9800-EXIT
015100     END-READ.
015110     IF RETURN-CODE > 4
015120         MOVE 'A' TO CTL-ETAT
015130     ELSE
015140         MOVE 'T' TO CTL-ETAT
015150     END-IF.
015160     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
015170     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
015180     ACCEPT CTL-HEURE-FIN FROM TIME.
015190     MOVE nb-contrats-lus TO CTL-NB-LUS.
015200     MOVE nb-photos-ecrites TO CTL-NB-ECRITS.
015210     MOVE nb-anomalies TO CTL-NB-REJETS.
015220     REWRITE CTL-ENREG.
015230     IF NOT RUNCTL-OK
015240         DISPLAY "SITMENS : ERREUR ECRITURE RUNCTL EN FIN - "
015250             "CODE " RUNCTL-STATUS
015260         IF RETURN-CODE < 4
015270             MOVE 4 TO RETURN-CODE
015280         END-IF
015290     END-IF.
015300     CLOSE RUNCTL-FILE.
015310 9800-EXIT.
015320     EXIT.
015330
015340 END PROGRAM SITMENS.
