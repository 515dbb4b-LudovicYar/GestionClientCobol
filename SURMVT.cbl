000010******************************************************************
000020* Author:     J. Leroy (service etudes)
000030* Date:       15/10/2026
000040* Purpose:    Surveillance quotidienne des mouvements au titre
000050*             de la lutte contre le blanchiment : les mouvements
000060*             passes dans la nuit (historique MVTHIST, date de
000070*             passation du traitement) sont examines par client
000080*             et par produit. Sont signales : un mouvement
000090*             au-dela du seuil unitaire, un cumul de credits du
000100*             jour ou des sept derniers jours au-dela de son
000110*             seuil, des montants repetes juste sous le seuil
000120*             unitaire (fractionnement) et une activite soutenue
000130*             sur un produit qui sortait de dormance ou ouvert
000140*             depuis moins de 30 jours. Chaque alerte est ecrite
000150*             a l'etat NOUVELLE dans le fichier indexe ALERTES,
000160*             traite a l'ecran par la conformite. Le rapport
000170*             SURRPT liste les alertes de la nuit.
000180* Tectonics: cobc
000190******************************************************************
000200******************************************************************
000210* MODIFICATION HISTORY
000220*-----------------------------------------------------------------
000230* DATE       INIT  DESCRIPTION
000240* 15/10/2026 JLY   CREATION DU BATCH DE SURVEILLANCE DES
000250*                  MOUVEMENTS : SEUIL UNITAIRE, CUMULS DE CREDITS
000260*                  JOUR ET SEMAINE, FRACTIONNEMENT SOUS LE SEUIL,
000270*                  ACTIVITE SUR PRODUIT DORMANT OU RECENT. ALERTES
000280*                  DANS LE FICHIER INDEXE ALERTES, RAPPORT SURRPT.
000281* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000282*                  PASSAGE EST INSCRIT POUR LA DATE METIER POSEE
000283*                  PAR FENBAT OUVRIR (DEBUT, FIN, CODE RETOUR,
000284*                  COMPTEURS). SECOND PASSAGE REFUSE (RC 4) SAUF
000285*                  FORCAGE PAR CTLCHN, REFUS (RC 8) SI POSTMVT
000286*                  N'EST PAS TERMINE. DATE A BLANC EN SYSIN = DATE
000287*                  METIER.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. SURMVT.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CLIENT-FILE ASSIGN TO "CLIENTS"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CF-NUMCLI
000390         ALTERNATE RECORD KEY IS CF-NOM WITH DUPLICATES
000400         ALTERNATE RECORD KEY IS CF-VILLE WITH DUPLICATES
000410         FILE STATUS IS CLIENT-FILE-STATUS.
000420     SELECT CONTRAT-FILE ASSIGN TO "CONTRATS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CT-CLE
000460         FILE STATUS IS CONTRAT-FILE-STATUS.
000470     SELECT HISTO-FILE ASSIGN TO "MVTHIST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS HX-CLE
000510         FILE STATUS IS HISTO-STATUS.
000520     SELECT ALERTE-FILE ASSIGN TO "ALERTES"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS AL-CLE
000560         FILE STATUS IS ALERTE-STATUS.
000570     SELECT RAPPORT-FILE ASSIGN TO "SURRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS RAPPORT-STATUS.
000600     SELECT SESSION-FILE ASSIGN TO "SESSION"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS SESSION-STATUS.
000621     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS RANDOM
000624         RECORD KEY IS CTL-CLE
000625         FILE STATUS IS RUNCTL-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CLIENT-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  CLIENT-ENREG.
000680     02 CF-NUMCLI PIC 9(6).
000690     02 CF-NOM PIC x(30).
000700     02 CF-PRENOM PIC x(30).
000710     02 CF-ADRESSE.
000720         03 CF-RUE PIC x(30).
000730         03 CF-CP PIC 9(5).
000740         03 CF-VILLE PIC x(30).
000750     02 CF-AGENCE PIC 9(03).
000760 FD  CONTRAT-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  CONTRAT-ENREG.
000790     02 CT-CLE.
000800         03 CT-NUMCLI PIC 9(6).
000810         03 CT-NUMPROD PIC 9(3).
000820     02 CT-INTITULE PIC x(30).
000830     02 CT-SOMME PIC S9(9)v9(2).
000840     02 CT-DATECREATION.
000850         03 CT-JOUR PIC 9(2).
000860         03 CT-MOIS PIC 9(2).
000870         03 CT-ANNEE PIC 9(4).
000880     02 CT-ETAT PIC x(01).
000890         88 CT-ACTIF VALUE 'A'.
000900         88 CT-CLOS VALUE 'C'.
000910         88 CT-DORMANT VALUE 'D'.
000920     02 CT-DATE-ECHEANCE PIC 9(08).
000930     02 CT-PRODUIT-VERSEMENT PIC 9(03).
000940 FD  HISTO-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  HISTO-ENREG.
000970     02 HX-CLE.
000980         03 HX-NUMCLI PIC 9(6).
000990         03 HX-NUMPROD PIC 9(3).
001000         03 HX-DATEVALEUR.
001010             04 HX-ANNEE PIC 9(4).
001020             04 HX-MOIS PIC 9(2).
001030             04 HX-JOUR PIC 9(2).
001040         03 HX-NUMSEQ PIC 9(6).
001050     02 HX-SENS PIC x(01).
001060     02 HX-MONTANT PIC 9(9)v9(2).
001070     02 HX-NOUVEAU-SOLDE PIC S9(9)v9(2).
001080     02 HX-DATE-PASSATION PIC 9(08).
001090 FD  ALERTE-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  ALERTE-ENREG.
001120     02 AL-CLE.
001130         03 AL-NUMCLI PIC 9(06).
001140         03 AL-DATE PIC 9(08).
001150         03 AL-TYPE PIC x(02).
001160         03 AL-NUMPROD PIC 9(03).
001170         03 AL-NUMSEQ PIC 9(06).
001180     02 AL-MONTANT PIC 9(11)v9(02).
001190     02 AL-NB-MVTS PIC 9(05).
001200     02 AL-SEUIL PIC 9(09).
001210     02 AL-STATUT PIC x(01).
001220         88 AL-NOUVELLE VALUE 'N'.
001230         88 AL-EN-EXAMEN VALUE 'E'.
001240         88 AL-CLASSEE VALUE 'J'.
001250         88 AL-DECLAREE VALUE 'D'.
001260     02 AL-DATE-STATUT PIC 9(08).
001270     02 AL-COMMENTAIRE PIC x(40).
001280 FD  RAPPORT-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 01  RAP-LIGNE PIC x(132).
001310 FD  SESSION-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  SES-ENREG.
001340     02 SES-ETAT PIC x(01).
001350     02 SES-DATE PIC 9(08).
001360     02 SES-HEURE PIC 9(08).
001361 FD  RUNCTL-FILE
001362     LABEL RECORDS ARE STANDARD.
001363 01  CTL-ENREG.
001364     02 CTL-CLE.
001365         03 CTL-DATE-METIER PIC 9(08).
001366         03 CTL-TRAITEMENT PIC x(08).
001367     02 CTL-ETAT PIC x(01).
001368         88 CTL-EN-COURS VALUE 'E'.
001369         88 CTL-TERMINE VALUE 'T'.
001370         88 CTL-ANOMALIE VALUE 'A'.
001371         88 CTL-REFUSE VALUE 'R'.
001372     02 CTL-DATE-DEBUT PIC 9(08).
001373     02 CTL-HEURE-DEBUT PIC 9(08).
001374     02 CTL-DATE-FIN PIC 9(08).
001375     02 CTL-HEURE-FIN PIC 9(08).
001376     02 CTL-CODE-RETOUR PIC 9(04).
001377     02 CTL-NB-LUS PIC 9(09).
001378     02 CTL-NB-ECRITS PIC 9(09).
001379     02 CTL-NB-REJETS PIC 9(09).
001380     02 CTL-NB-PASSAGES PIC 9(03).
001381     02 CTL-FORCAGE PIC x(01).
001382         88 CTL-FORCE VALUE 'O'.
001383     02 CTL-MODE PIC x(01).
001384         88 CTL-MODE-NORMAL VALUE 'N'.
001385         88 CTL-MODE-REPRISE VALUE 'R'.
001386         88 CTL-MODE-FORCE VALUE 'F'.
001387     02 CTL-DATE-REFERENCE PIC 9(08).
001388     02 FILLER PIC x(07).
001389 01  CTL-DATE-ENREG.
001390     02 FILLER PIC x(16).
001391     02 CTL-DM-ETAT PIC x(01).
001392         88 CTL-DM-OUVERTE VALUE 'O'.
001393         88 CTL-DM-FERMEE VALUE 'F'.
001394     02 CTL-DM-DATE-COURANTE PIC 9(08).
001395     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
001396     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
001397     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
001398     02 FILLER PIC x(51).
001399 WORKING-STORAGE SECTION.
001400
001401* Garde de la fenetre batch : le drapeau de session en ligne
001402* (fichier SESSION, pose par l'ecran) interdit le demarrage du
001410* job tant qu'un poste tient les fichiers ouverts.
001420 01 SESSION-STATUS PIC x(02).
001430     88 SESSION-OK VALUE '00'.
001440     88 SESSION-INEXISTANTE VALUE '35'.
001450 77 session-ouverte-sw PIC x(01) VALUE 'N'.
001460     88 session-ouverte VALUE 'O'.
001470
001480 01 CLIENT-FILE-STATUS PIC x(02).
001490     88 CLIENT-FILE-OK VALUE '00'.
001500
001510 01 CONTRAT-FILE-STATUS PIC x(02).
001520     88 CONTRAT-FILE-OK VALUE '00'.
001530
001540 01 HISTO-STATUS PIC x(02).
001550     88 HISTO-OK VALUE '00'.
001560     88 HISTO-INEXISTANT VALUE '35'.
001570
001580 01 ALERTE-STATUS PIC x(02).
001590     88 ALERTE-OK VALUE '00'.
001600     88 ALERTE-INEXISTANT VALUE '35'.
001610     88 ALERTE-DOUBLON VALUE '22'.
001620
001630 01 RAPPORT-STATUS PIC x(02).
001640     88 RAPPORT-OK VALUE '00'.
001650
001660 77 fin-histo-sw PIC x(01).
001670     88 fin-histo VALUE 'O'.
001680
001690 77 surveillance-echouee-sw PIC x(01).
001700     88 surveillance-echouee VALUE 'O'.
001710
001720 77 historique-present-sw PIC x(01) VALUE 'N'.
001730     88 historique-present VALUE 'O'.
001740
001750* Parametres lus en SYSIN (une valeur par ligne) : seuil
001760* unitaire, seuil des credits du jour, seuil des credits des
001770* sept derniers jours (en euros, 9 chiffres), marge sous le
001780* seuil unitaire en pour cent et nombre de montants proches
001790* qui signalent un fractionnement, nombre de mouvements de la
001800* nuit qui fait une activite soutenue, annees d'inactivite
001810* d'un produit dormant (2 chiffres chacun), puis date de
001820* passation a surveiller AAAAMMJJ (a blanc : date du jour).
001830 77 seuil-unitaire-saisi PIC x(09).
001840 77 seuil-jour-saisi PIC x(09).
001850 77 seuil-semaine-saisi PIC x(09).
001860 77 marge-saisie PIC x(02).
001870 77 nb-proches-saisi PIC x(02).
001880 77 nb-activite-saisi PIC x(02).
001890 77 annees-dormance-saisies PIC x(02).
001900 77 date-saisie PIC x(08).
001910 77 seuil-unitaire PIC 9(09).
001920 77 seuil-jour PIC 9(09).
001930 77 seuil-semaine PIC 9(09).
001940 77 marge-fractionnement PIC 9(02).
001950 77 nb-proches-minimum PIC 9(02).
001960 77 nb-activite-minimum PIC 9(02).
001970 77 annees-dormance PIC 9(02).
001980 77 seuil-fractionnement PIC 9(09)v9(02).
001990
002000* Dates pivots : date de passation surveillee, debut de la
002010* fenetre des sept jours, debut de la periode de nouveaute
002020* d'un produit (30 jours) et date avant laquelle la derniere
002030* activite d'un produit en fait un produit dormant.
002040 01 date-traitement PIC 9(08).
002050 01 date-traitement-decoupe REDEFINES date-traitement.
002060     02 dt-aaaa PIC 9(04).
002070     02 dt-mm PIC 9(02).
002080     02 dt-jj PIC 9(02).
002090 01 debut-semaine PIC 9(08).
002100 01 debut-nouveaute PIC 9(08).
002110 01 seuil-dormance PIC 9(08).
002120 01 seuil-dormance-decoupe REDEFINES seuil-dormance.
002130     02 sd-aaaa PIC 9(04).
002140     02 sd-mm PIC 9(02).
002150     02 sd-jj PIC 9(02).
002160 01 date-calculee.
002170     02 dc-aaaa PIC 9(04).
002180     02 dc-mm PIC 9(02).
002190     02 dc-jj PIC 9(02).
002200 01 date-creation.
002210     02 dcr-aaaa PIC 9(04).
002220     02 dcr-mm PIC 9(02).
002230     02 dcr-jj PIC 9(02).
002240 01 date-creation-num REDEFINES date-creation PIC 9(08).
002250
002260 01 TABLE-JOURS-MOIS PIC x(24) VALUE '312831303130313130313031'.
002270 01 JOURS-MOIS-REDEF REDEFINES TABLE-JOURS-MOIS.
002280     02 JOUR-MAX-MOIS PIC 9(02) OCCURS 12 TIMES.
002290
002300 77 jour-max-du-mois PIC 9(02).
002310 77 reste-4 PIC 9(02).
002320 77 reste-100 PIC 9(02).
002330 77 reste-400 PIC 9(03).
002340 77 quotient-annee PIC 9(04).
002350
002360* Cumuls du client courant (rupture sur le numero de client) et
002370* du produit courant (rupture sur le numero de produit).
002380 77 numcli-courant PIC 9(06) VALUE ZERO.
002390 77 numprod-courant PIC 9(03) VALUE ZERO.
002400 77 credits-jour PIC 9(11)v9(02).
002410 77 credits-semaine PIC 9(11)v9(02).
002420 77 nb-credits-jour PIC 9(05) COMP.
002430 77 nb-credits-semaine PIC 9(05) COMP.
002440 77 nb-proches-nuit PIC 9(05) COMP.
002450 77 nb-proches-semaine PIC 9(05) COMP.
002460 77 montant-proches-semaine PIC 9(11)v9(02).
002470 77 nb-mvts-produit PIC 9(05) COMP.
002480 77 montant-produit PIC 9(11)v9(02).
002490 01 derniere-activite PIC 9(08).
002500
002510* Alerte en cours d'ecriture.
002520 77 alerte-type PIC x(02).
002530 77 alerte-numprod PIC 9(03).
002540 77 alerte-numseq PIC 9(06).
002550 77 alerte-montant PIC 9(11)v9(02).
002560 77 alerte-nb PIC 9(05).
002570 77 alerte-seuil PIC 9(09).
002580
002590* Nom et agence du client des alertes (mis en cache tant que le
002600* numero de client ne change pas).
002610 77 numcli-lu PIC 9(06) VALUE ZERO.
002620 77 nom-client PIC x(30).
002630 77 agence-client PIC 9(03).
002640
002650 77 nb-mvts-examines PIC 9(07) COMP VALUE ZERO.
002660 77 nb-clients-examines PIC 9(07) COMP VALUE ZERO.
002670 77 nb-alertes-mu PIC 9(05) COMP VALUE ZERO.
002680 77 nb-alertes-cj PIC 9(05) COMP VALUE ZERO.
002690 77 nb-alertes-ch PIC 9(05) COMP VALUE ZERO.
002700 77 nb-alertes-fr PIC 9(05) COMP VALUE ZERO.
002710 77 nb-alertes-pd PIC 9(05) COMP VALUE ZERO.
002720 77 nb-alertes-pn PIC 9(05) COMP VALUE ZERO.
002730 77 nb-alertes-ecrites PIC 9(05) COMP VALUE ZERO.
002740 77 nb-alertes-existantes PIC 9(05) COMP VALUE ZERO.
002750 77 nb-clients-inconnus PIC 9(05) COMP VALUE ZERO.
002760
002770 01 rap-compteur-edit PIC 9(07).
002780
002790 01 rap-detail.
002800     02 FILLER PIC x(01) VALUE SPACE.
002810     02 rd-numcli PIC 9(06).
002820     02 FILLER PIC x(01) VALUE SPACE.
002830     02 rd-nom PIC x(30).
002840     02 FILLER PIC x(01) VALUE SPACE.
002850     02 rd-agence PIC 9(03).
002860     02 FILLER PIC x(02) VALUE SPACES.
002870     02 rd-type PIC x(02).
002880     02 FILLER PIC x(02) VALUE SPACES.
002890     02 rd-numprod PIC 9(03).
002900     02 FILLER PIC x(01) VALUE SPACE.
002910     02 rd-numseq PIC 9(06).
002920     02 FILLER PIC x(01) VALUE SPACE.
002930     02 rd-montant PIC 9(11).99.
002940     02 FILLER PIC x(01) VALUE SPACE.
002950     02 rd-nb PIC 9(05).
002960     02 FILLER PIC x(01) VALUE SPACE.
002970     02 rd-libelle PIC x(40).
002980     02 FILLER PIC x(12) VALUE SPACES.
002990
002991* Controle d'execution de la chaine (fichier RUNCTL) : date metier
002992* posee par FENBAT OUVRIR, second passage reussi pour la meme date
002993* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
002994* demarrage refuse tant que le traitement prerequis n'est pas
002995* termine pour la date metier.
002996 01 RUNCTL-STATUS PIC x(02).
002997     88 RUNCTL-OK VALUE '00'.
002998     88 RUNCTL-INEXISTANT VALUE '35'.
002999 77 ctl-programme PIC x(08) VALUE 'SURMVT'.
003000 77 ctl-prerequis PIC x(08) VALUE 'POSTMVT'.
003001 77 ctl-periodicite PIC x(01) VALUE 'J'.
003002     88 ctl-quotidien VALUE 'J'.
003003     88 ctl-mensuel VALUE 'M'.
003004     88 ctl-annuel VALUE 'A'.
003005 77 ctl-existant-sw PIC x(01).
003006     88 ctl-existant VALUE 'O'.
003007 77 execution-refusee-sw PIC x(01) VALUE 'N'.
003008     88 execution-refusee VALUE 'O'.
003009 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
003010     88 execution-inscrite VALUE 'O'.
003011 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
003012     88 execution-interrompue VALUE 'O'.
003013 77 execution-forcee-sw PIC x(01) VALUE 'N'.
003014     88 execution-forcee VALUE 'O'.
003015 01 controle-sauve PIC x(100).
003016 01 date-metier PIC 9(08).
003017 01 periode-controle PIC 9(08).
003018 01 periode-controle-decoupe REDEFINES periode-controle.
003019     02 pc-aaaa PIC 9(04).
003020     02 pc-mm PIC 9(02).
003021     02 pc-jj PIC 9(02).
003022
003023 PROCEDURE DIVISION.
003024
003025******************************************************************
003030* 0000-MAINLINE
003040*    Controle la session en ligne, lit les parametres, parcourt
003050*    l'historique client par client et ecrit les alertes, puis
003060*    imprime les totaux de controle.
003070******************************************************************
003080 0000-MAINLINE.
003090     PERFORM 0500-CONTROLER-SESSION THRU 0500-EXIT.
003100     IF session-ouverte
003110         MOVE 8 TO RETURN-CODE
003120         STOP RUN
003130     END-IF.
003132     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
003134     IF execution-refusee
003136         STOP RUN
003138     END-IF.
003140     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
003150     IF NOT surveillance-echouee
003160         PERFORM 2000-TRAITER-CLIENT THRU 2000-EXIT
003170             UNTIL fin-histo
003180         PERFORM 9000-TERMINAISON THRU 9000-EXIT
003190     END-IF.
003195     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
003200     STOP RUN.
003210
003220******************************************************************
003230* 0500-CONTROLER-SESSION
003240*    Consulte le drapeau de session en ligne (fichier SESSION) :
003250*    un etat O signale un ecran encore ouvert sur les fichiers,
003260*    le job est refuse. Drapeau absent = aucune session.
003270******************************************************************
003280 0500-CONTROLER-SESSION.
003290     MOVE 'N' TO session-ouverte-sw.
003300     OPEN INPUT SESSION-FILE.
003310     IF SESSION-INEXISTANTE
003320         GO TO 0500-EXIT
003330     END-IF.
003340     IF NOT SESSION-OK
003350         DISPLAY "SURMVT : DRAPEAU DE SESSION ILLISIBLE - CODE "
003360             SESSION-STATUS " - JOB REFUSE."
003370         SET session-ouverte TO TRUE
003380         GO TO 0500-EXIT
003390     END-IF.
003400     READ SESSION-FILE
003410         AT END
003420             CONTINUE
003430     END-READ.
003440     IF SESSION-OK AND SES-ETAT = 'O'
003450         DISPLAY "SURMVT : UNE SESSION EN LIGNE TIENT ENCORE"
003460             " LES FICHIERS (DEPUIS " SES-DATE " " SES-HEURE
003470             ") - JOB REFUSE."
003480         SET session-ouverte TO TRUE
003490     END-IF.
003500     CLOSE SESSION-FILE.
003510 0500-EXIT.
003520     EXIT.
003530
003531******************************************************************
003532* 0600-OUVRIR-CONTROLE
003533*    Controle d'execution (fichier RUNCTL) : lit la date metier
003534*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
003535*    la meme date ou periode (code retour 4) sauf forcage, refuse
003536*    le demarrage tant que le prerequis n'est pas termine pour la
003537*    date metier (code retour 8), puis inscrit le passage a l'etat
003538*    en cours. Un passage precedent reste en cours ou termine en
003539*    anomalie signale une relance apres incident.
003540******************************************************************
003541 0600-OUVRIR-CONTROLE.
003542     MOVE 'N' TO execution-refusee-sw.
003543     MOVE 'N' TO execution-inscrite-sw.
003544     MOVE 'N' TO execution-interrompue-sw.
003545     MOVE 'N' TO execution-forcee-sw.
003546     OPEN I-O RUNCTL-FILE.
003547     IF NOT RUNCTL-OK
003548         DISPLAY "SURMVT : FICHIER DE CONTROLE RUNCTL"
003549             " INACCESSIBLE - CODE " RUNCTL-STATUS
003550             " - JOB REFUSE."
003551         SET execution-refusee TO TRUE
003552         MOVE 8 TO RETURN-CODE
003553         GO TO 0600-EXIT
003554     END-IF.
003555     MOVE ZERO TO CTL-DATE-METIER.
003556     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
003557     READ RUNCTL-FILE
003558         INVALID KEY
003559             DISPLAY "SURMVT : DATE METIER NON POSEE"
003560                 " (FENBAT OUVRIR) - JOB REFUSE."
003561             SET execution-refusee TO TRUE
003562             MOVE 8 TO RETURN-CODE
003563             CLOSE RUNCTL-FILE
003564             GO TO 0600-EXIT
003565     END-READ.
003566     MOVE CTL-DM-DATE-COURANTE TO date-metier.
003567     MOVE date-metier TO periode-controle.
003568     IF ctl-mensuel
003569         MOVE ZERO TO pc-jj
003570     END-IF.
003571     IF ctl-annuel
003572         MOVE ZERO TO pc-mm
003573         MOVE ZERO TO pc-jj
003574     END-IF.
003575     MOVE 'O' TO ctl-existant-sw.
003576     MOVE periode-controle TO CTL-DATE-METIER.
003577     MOVE ctl-programme TO CTL-TRAITEMENT.
003578     READ RUNCTL-FILE
003579         INVALID KEY
003580             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
003581     END-READ.
003582     IF CTL-FORCE
003583         SET execution-forcee TO TRUE
003584     END-IF.
003585     IF CTL-TERMINE AND NOT execution-forcee
003586         DISPLAY "SURMVT : DEJA TERMINE POUR " periode-controle
003587             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
003588             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
003589         SET execution-refusee TO TRUE
003590         MOVE 4 TO RETURN-CODE
003591         CLOSE RUNCTL-FILE
003592         GO TO 0600-EXIT
003593     END-IF.
003594     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
003595         SET execution-interrompue TO TRUE
003596     END-IF.
003597     MOVE CTL-ENREG TO controle-sauve.
003598     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
003599         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
003600     END-IF.
003601     MOVE controle-sauve TO CTL-ENREG.
003602     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
003603     ACCEPT CTL-HEURE-DEBUT FROM TIME.
003604     MOVE ZERO TO CTL-DATE-FIN.
003605     MOVE ZERO TO CTL-HEURE-FIN.
003606     MOVE date-metier TO CTL-DATE-REFERENCE.
003607     ADD 1 TO CTL-NB-PASSAGES.
003608     IF execution-refusee
003609         GO TO 0600-REFUS
003610     END-IF.
003611     MOVE 'E' TO CTL-ETAT.
003612     MOVE ZERO TO CTL-CODE-RETOUR.
003613     MOVE ZERO TO CTL-NB-LUS.
003614     MOVE ZERO TO CTL-NB-ECRITS.
003615     MOVE ZERO TO CTL-NB-REJETS.
003616     MOVE 'N' TO CTL-FORCAGE.
003617     MOVE 'N' TO CTL-MODE.
003618     IF execution-interrompue
003619         MOVE 'R' TO CTL-MODE
003620         DISPLAY "SURMVT : PASSAGE PRECEDENT INTERROMPU POUR "
003621             periode-controle " - RELANCE APRES INCIDENT."
003622     END-IF.
003623     IF execution-forcee
003624         MOVE 'F' TO CTL-MODE
003625         DISPLAY "SURMVT : PASSAGE FORCE POUR "
003626             periode-controle "."
003627     END-IF.
003628     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
003629     IF NOT execution-refusee
003630         SET execution-inscrite TO TRUE
003631     END-IF.
003632     CLOSE RUNCTL-FILE.
003633     GO TO 0600-EXIT.
003634 0600-REFUS.
003635*    Un passage interrompu garde son etat : seul un refus sur un
003636*    traitement non encore lance (ou deja refuse) est inscrit.
003637     IF ctl-existant AND NOT CTL-REFUSE
003638         CLOSE RUNCTL-FILE
003639         GO TO 0600-EXIT
003640     END-IF.
003641     MOVE 'R' TO CTL-ETAT.
003642     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
003643     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
003644     CLOSE RUNCTL-FILE.
003645 0600-EXIT.
003646     EXIT.
003647
003648******************************************************************
003649* 0610-INITIALISER-CONTROLE
003650*    Prepare un enregistrement de controle vierge pour le
003651*    traitement et la periode courants (premier passage).
003652******************************************************************
003653 0610-INITIALISER-CONTROLE.
003654     MOVE 'N' TO ctl-existant-sw.
003655     MOVE SPACES TO CTL-ENREG.
003656     MOVE periode-controle TO CTL-DATE-METIER.
003657     MOVE ctl-programme TO CTL-TRAITEMENT.
003658     MOVE ZERO TO CTL-CODE-RETOUR.
003659     MOVE ZERO TO CTL-NB-LUS.
003660     MOVE ZERO TO CTL-NB-ECRITS.
003661     MOVE ZERO TO CTL-NB-REJETS.
003662     MOVE ZERO TO CTL-NB-PASSAGES.
003663     MOVE 'N' TO CTL-FORCAGE.
003664     MOVE 'N' TO CTL-MODE.
003665     MOVE ZERO TO CTL-DATE-REFERENCE.
003666 0610-EXIT.
003667     EXIT.
003668
003669******************************************************************
003670* 0620-CONTROLER-PREREQUIS
003671*    Le traitement prerequis doit etre termine (code retour 4 au
003672*    plus) pour la date metier ; sinon le demarrage est refuse.
003673******************************************************************
003674 0620-CONTROLER-PREREQUIS.
003675     MOVE date-metier TO CTL-DATE-METIER.
003676     MOVE ctl-prerequis TO CTL-TRAITEMENT.
003677     READ RUNCTL-FILE
003678         INVALID KEY
003679             MOVE SPACES TO CTL-ETAT
003680     END-READ.
003681     IF NOT CTL-TERMINE
003682         DISPLAY "SURMVT : PREREQUIS " ctl-prerequis
003683             " NON TERMINE POUR LA DATE METIER " date-metier
003684             " - JOB REFUSE."
003685         SET execution-refusee TO TRUE
003686         MOVE 8 TO RETURN-CODE
003687     END-IF.
003688 0620-EXIT.
003689     EXIT.
003690
003691******************************************************************
003692* 0630-ECRIRE-CONTROLE
003693*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
003694*    d'ecriture refuse le job (code retour 8).
003695******************************************************************
003696 0630-ECRIRE-CONTROLE.
003697     IF ctl-existant
003698         REWRITE CTL-ENREG
003699     ELSE
003700         WRITE CTL-ENREG
003701     END-IF.
003702     IF NOT RUNCTL-OK
003703         DISPLAY "SURMVT : ERREUR ECRITURE RUNCTL - CODE "
003704             RUNCTL-STATUS " - JOB REFUSE."
003705         SET execution-refusee TO TRUE
003706         MOVE 8 TO RETURN-CODE
003707     END-IF.
003708 0630-EXIT.
003709     EXIT.
003710
003711******************************************************************
003712* 1000-INITIALISATION
003713*    Lit et controle les parametres de SYSIN, calcule les dates
003714*    pivots et le seuil de fractionnement, ouvre les fichiers,
003715*    ecrit l'en-tete du rapport et lit le premier mouvement.
003716******************************************************************
003717 1000-INITIALISATION.
003718     MOVE 'N' TO fin-histo-sw.
003719     MOVE 'N' TO surveillance-echouee-sw.
003720     PERFORM 1050-LIRE-PARAMETRES THRU 1050-EXIT.
003721     IF surveillance-echouee
003722         GO TO 1000-EXIT
003723     END-IF.
003724     MOVE date-traitement TO date-calculee.
003725     PERFORM 1160-RECULER-JOUR THRU 1160-EXIT 6 TIMES.
003726     MOVE date-calculee TO debut-semaine.
003727     MOVE date-traitement TO date-calculee.
003728     PERFORM 1160-RECULER-JOUR THRU 1160-EXIT 30 TIMES.
003729     MOVE date-calculee TO debut-nouveaute.
003730     MOVE date-traitement TO seuil-dormance.
003740     SUBTRACT annees-dormance FROM sd-aaaa.
003750     IF sd-mm = 2 AND sd-jj = 29
003760         MOVE 28 TO sd-jj
003770     END-IF.
003780     COMPUTE seuil-fractionnement ROUNDED =
003790         seuil-unitaire * (100 - marge-fractionnement) / 100.
003800     PERFORM 1100-OUVRIR-FICHIERS THRU 1100-EXIT.
003810     IF surveillance-echouee
003820         GO TO 1000-EXIT
003830     END-IF.
003840     PERFORM 1200-ECRIRE-ENTETE THRU 1200-EXIT.
003850     IF historique-present
003860         PERFORM 1300-LIRE-HISTO THRU 1300-EXIT
003870     ELSE
003880         SET fin-histo TO TRUE
003890     END-IF.
003900 1000-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940* 1050-LIRE-PARAMETRES
003950*    Lit les sept seuils de SYSIN puis la date de passation a
003960*    surveiller (a blanc : date du jour, cas du lancement de la
003970*    nuit a la suite de POSTMVT). Un parametre non numerique ou
003980*    incoherent arrete le traitement (code retour 8).
003990******************************************************************
004000 1050-LIRE-PARAMETRES.
004010     MOVE SPACES TO seuil-unitaire-saisi.
004020     MOVE SPACES TO seuil-jour-saisi.
004030     MOVE SPACES TO seuil-semaine-saisi.
004040     MOVE SPACES TO marge-saisie.
004050     MOVE SPACES TO nb-proches-saisi.
004060     MOVE SPACES TO nb-activite-saisi.
004070     MOVE SPACES TO annees-dormance-saisies.
004080     MOVE SPACES TO date-saisie.
004090     ACCEPT seuil-unitaire-saisi.
004100     ACCEPT seuil-jour-saisi.
004110     ACCEPT seuil-semaine-saisi.
004120     ACCEPT marge-saisie.
004130     ACCEPT nb-proches-saisi.
004140     ACCEPT nb-activite-saisi.
004150     ACCEPT annees-dormance-saisies.
004160     ACCEPT date-saisie.
004170     IF seuil-unitaire-saisi NOT NUMERIC
004180         OR seuil-jour-saisi NOT NUMERIC
004190         OR seuil-semaine-saisi NOT NUMERIC
004200         DISPLAY "SURMVT : SEUILS INVALIDES EN SYSIN : "
004210             seuil-unitaire-saisi " / " seuil-jour-saisi
004220             " / " seuil-semaine-saisi
004230         SET surveillance-echouee TO TRUE
004240         MOVE 8 TO RETURN-CODE
004250         GO TO 1050-EXIT
004260     END-IF.
004270     IF marge-saisie NOT NUMERIC
004280         OR nb-proches-saisi NOT NUMERIC
004290         OR nb-activite-saisi NOT NUMERIC
004300         OR annees-dormance-saisies NOT NUMERIC
004310         DISPLAY "SURMVT : PARAMETRES INVALIDES EN SYSIN : "
004320             marge-saisie " / " nb-proches-saisi " / "
004330             nb-activite-saisi " / " annees-dormance-saisies
004340         SET surveillance-echouee TO TRUE
004350         MOVE 8 TO RETURN-CODE
004360         GO TO 1050-EXIT
004370     END-IF.
004380     MOVE seuil-unitaire-saisi TO seuil-unitaire.
004390     MOVE seuil-jour-saisi TO seuil-jour.
004400     MOVE seuil-semaine-saisi TO seuil-semaine.
004410     MOVE marge-saisie TO marge-fractionnement.
004420     MOVE nb-proches-saisi TO nb-proches-minimum.
004430     MOVE nb-activite-saisi TO nb-activite-minimum.
004440     MOVE annees-dormance-saisies TO annees-dormance.
004450     IF seuil-unitaire = ZERO OR seuil-jour = ZERO
004460         OR seuil-semaine = ZERO
004470         OR marge-fractionnement = ZERO
004480         OR nb-proches-minimum < 2
004490         OR nb-activite-minimum = ZERO
004500         OR annees-dormance = ZERO
004510         DISPLAY "SURMVT : PARAMETRES INCOHERENTS : SEUILS "
004520             seuil-unitaire " " seuil-jour " " seuil-semaine
004530             " MARGE " marge-fractionnement " PROCHES "
004540             nb-proches-minimum " ACTIVITE "
004550             nb-activite-minimum " DORMANCE " annees-dormance
004560         SET surveillance-echouee TO TRUE
004570         MOVE 8 TO RETURN-CODE
004580         GO TO 1050-EXIT
004590     END-IF.
004600     IF date-saisie = SPACES
004610         MOVE date-metier TO date-traitement
004620         GO TO 1050-EXIT
004630     END-IF.
004640     IF date-saisie NOT NUMERIC
004650         DISPLAY "SURMVT : DATE DE PASSATION INVALIDE EN "
004660             "SYSIN : " date-saisie
004670         SET surveillance-echouee TO TRUE
004680         MOVE 8 TO RETURN-CODE
004690         GO TO 1050-EXIT
004700     END-IF.
004710     MOVE date-saisie TO date-traitement.
004720     IF dt-mm < 1 OR dt-mm > 12 OR dt-jj < 1 OR dt-jj > 31
004730         DISPLAY "SURMVT : DATE DE PASSATION INVALIDE EN "
004740             "SYSIN : " date-saisie
004750         SET surveillance-echouee TO TRUE
004760         MOVE 8 TO RETURN-CODE
004770     END-IF.
004780 1050-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820* 1100-OUVRIR-FICHIERS
004830*    Ouvre l'historique, les clients et les contrats en lecture,
004840*    le fichier des alertes en mise a jour (cree au premier
004850*    passage) et le rapport en sortie. L'historique peut etre
004860*    absent (aucune passation encore historisee) : aucune
004870*    alerte n'est alors produite.
004880******************************************************************
004890 1100-OUVRIR-FICHIERS.
004900     OPEN INPUT CLIENT-FILE.
004910     IF NOT CLIENT-FILE-OK
004920         DISPLAY "SURMVT : FICHIER CLIENTS INACCESSIBLE - "
004930             "CODE " CLIENT-FILE-STATUS
004940         SET surveillance-echouee TO TRUE
004950         MOVE 8 TO RETURN-CODE
004960         GO TO 1100-EXIT
004970     END-IF.
004980     OPEN INPUT CONTRAT-FILE.
004990     IF NOT CONTRAT-FILE-OK
005000         DISPLAY "SURMVT : FICHIER CONTRATS INACCESSIBLE - "
005010             "CODE " CONTRAT-FILE-STATUS
005020         CLOSE CLIENT-FILE
005030         SET surveillance-echouee TO TRUE
005040         MOVE 8 TO RETURN-CODE
005050         GO TO 1100-EXIT
005060     END-IF.
005070     MOVE 'N' TO historique-present-sw.
005080     OPEN INPUT HISTO-FILE.
005090     IF HISTO-OK
005100         SET historique-present TO TRUE
005110     ELSE
005120         IF NOT HISTO-INEXISTANT
005130             DISPLAY "SURMVT : HISTORIQUE MVTHIST INACCESSIBLE"
005140                 " - CODE " HISTO-STATUS
005150             CLOSE CLIENT-FILE
005160             CLOSE CONTRAT-FILE
005170             SET surveillance-echouee TO TRUE
005180             MOVE 8 TO RETURN-CODE
005190             GO TO 1100-EXIT
005200         END-IF
005210     END-IF.
005220     OPEN I-O ALERTE-FILE.
005230     IF ALERTE-INEXISTANT
005240         OPEN OUTPUT ALERTE-FILE
005250         CLOSE ALERTE-FILE
005260         OPEN I-O ALERTE-FILE
005270     END-IF.
005280     IF NOT ALERTE-OK
005290         DISPLAY "SURMVT : FICHIER ALERTES INACCESSIBLE - "
005300             "CODE " ALERTE-STATUS
005310         PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
005320         SET surveillance-echouee TO TRUE
005330         MOVE 8 TO RETURN-CODE
005340         GO TO 1100-EXIT
005350     END-IF.
005360     OPEN OUTPUT RAPPORT-FILE.
005370     IF NOT RAPPORT-OK
005380         DISPLAY "SURMVT : FICHIER RAPPORT INACCESSIBLE - "
005390             "CODE " RAPPORT-STATUS
005400         PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
005410         CLOSE ALERTE-FILE
005420         SET surveillance-echouee TO TRUE
005430         MOVE 8 TO RETURN-CODE
005440     END-IF.
005450 1100-EXIT.
005460     EXIT.
005470
005480 1160-RECULER-JOUR.
005490     IF dc-jj > 1
005500         SUBTRACT 1 FROM dc-jj
005510         GO TO 1160-EXIT
005520     END-IF.
005530     IF dc-mm > 1
005540         SUBTRACT 1 FROM dc-mm
005550     ELSE
005560         MOVE 12 TO dc-mm
005570         SUBTRACT 1 FROM dc-aaaa
005580     END-IF.
005590     PERFORM 1170-DETERMINER-JOUR-MAX THRU 1170-EXIT.
005600     MOVE jour-max-du-mois TO dc-jj.
005610 1160-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650* 1170-DETERMINER-JOUR-MAX
005660*    Determine le nombre de jours du mois de la date calculee,
005670*    en tenant compte du 29 fevrier les annees bissextiles.
005680******************************************************************
005690 1170-DETERMINER-JOUR-MAX.
005700     MOVE JOUR-MAX-MOIS(dc-mm) TO jour-max-du-mois.
005710     IF dc-mm = 2
005720         DIVIDE dc-aaaa BY 4 GIVING quotient-annee
005730             REMAINDER reste-4
005740         DIVIDE dc-aaaa BY 100 GIVING quotient-annee
005750             REMAINDER reste-100
005760         DIVIDE dc-aaaa BY 400 GIVING quotient-annee
005770             REMAINDER reste-400
005780         IF reste-4 = 0 AND (reste-100 NOT = 0 OR reste-400 = 0)
005790             ADD 1 TO jour-max-du-mois
005800         END-IF
005810     END-IF.
005820 1170-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860* 1200-ECRIRE-ENTETE
005870*    Ecrit l'en-tete du rapport de surveillance (date de
005880*    passation, seuils retenus et libelles de colonnes).
005890******************************************************************
005900 1200-ECRIRE-ENTETE.
005910     MOVE SPACES TO RAP-LIGNE.
005920     STRING
005930         " SURVEILLANCE DES MOUVEMENTS PASSES LE "
005940             DELIMITED BY SIZE
005950         dt-jj DELIMITED BY SIZE
005960         "/" DELIMITED BY SIZE
005970         dt-mm DELIMITED BY SIZE
005980         "/" DELIMITED BY SIZE
005990         dt-aaaa DELIMITED BY SIZE
006000         " - CREDITS SUR 7 JOURS DEPUIS LE " DELIMITED BY SIZE
006010         debut-semaine DELIMITED BY SIZE
006020         INTO RAP-LIGNE
006030     END-STRING.
006040     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006050     MOVE SPACES TO RAP-LIGNE.
006060     STRING
006070         " SEUILS : UNITAIRE " DELIMITED BY SIZE
006080         seuil-unitaire DELIMITED BY SIZE
006090         " - CREDITS JOUR " DELIMITED BY SIZE
006100         seuil-jour DELIMITED BY SIZE
006110         " - CREDITS 7 JOURS " DELIMITED BY SIZE
006120         seuil-semaine DELIMITED BY SIZE
006130         " - FRACTIONNEMENT " DELIMITED BY SIZE
006140         nb-proches-minimum DELIMITED BY SIZE
006150         " MONTANTS A MOINS DE " DELIMITED BY SIZE
006160         marge-fractionnement DELIMITED BY SIZE
006170         " %" DELIMITED BY SIZE
006180         INTO RAP-LIGNE
006190     END-STRING.
006200     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006210     MOVE SPACES TO RAP-LIGNE.
006220     STRING
006230         " ACTIVITE SOUTENUE : " DELIMITED BY SIZE
006240         nb-activite-minimum DELIMITED BY SIZE
006250         " MOUVEMENTS DANS LA NUIT SUR UN PRODUIT OUVERT DEPUIS"
006260             DELIMITED BY SIZE
006270         " LE " DELIMITED BY SIZE
006280         debut-nouveaute DELIMITED BY SIZE
006290         " OU INACTIF DEPUIS LE " DELIMITED BY SIZE
006300         seuil-dormance DELIMITED BY SIZE
006310         INTO RAP-LIGNE
006320     END-STRING.
006330     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006340     MOVE SPACES TO RAP-LIGNE.
006350     STRING
006360         " NUMCLI NOM                            AGC  TY  "
006370             DELIMITED BY SIZE
006380         "NPR NUMSEQ      MONTANT     NB    MOTIF"
006390             DELIMITED BY SIZE
006400         INTO RAP-LIGNE
006410     END-STRING.
006420     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006430     MOVE ALL "-" TO RAP-LIGNE.
006440     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006450 1200-EXIT.
006460     EXIT.
006470
006480 1300-LIRE-HISTO.
006490     READ HISTO-FILE NEXT RECORD
006500         AT END
006510             SET fin-histo TO TRUE
006520     END-READ.
006530 1300-EXIT.
006540     EXIT.
006550
006560******************************************************************
006570* 2000-TRAITER-CLIENT
006580*    Traite tous les mouvements historises d'un client (rupture
006590*    sur le numero de client, l'historique etant range par
006600*    client, produit et date de valeur), produit par produit,
006610*    puis controle les cumuls du client.
006620******************************************************************
006630 2000-TRAITER-CLIENT.
006640     MOVE HX-NUMCLI TO numcli-courant.
006650     MOVE ZERO TO credits-jour.
006660     MOVE ZERO TO credits-semaine.
006670     MOVE ZERO TO nb-credits-jour.
006680     MOVE ZERO TO nb-credits-semaine.
006690     MOVE ZERO TO nb-proches-nuit.
006700     MOVE ZERO TO nb-proches-semaine.
006710     MOVE ZERO TO montant-proches-semaine.
006720     PERFORM 2100-TRAITER-PRODUIT THRU 2100-EXIT
006730         UNTIL fin-histo
006740         OR HX-NUMCLI NOT = numcli-courant.
006750     IF surveillance-echouee
006760         GO TO 2000-EXIT
006770     END-IF.
006780     ADD 1 TO nb-clients-examines.
006790     PERFORM 2500-CONTROLER-CLIENT THRU 2500-EXIT.
006800 2000-EXIT.
006810     EXIT.
006820
006830******************************************************************
006840* 2100-TRAITER-PRODUIT
006850*    Examine les mouvements d'un produit du client courant puis,
006860*    si la nuit y a passe assez de mouvements pour faire une
006870*    activite soutenue, controle l'anciennete et la dormance du
006880*    produit.
006890******************************************************************
006900 2100-TRAITER-PRODUIT.
006910     MOVE HX-NUMPROD TO numprod-courant.
006920     MOVE ZERO TO nb-mvts-produit.
006930     MOVE ZERO TO montant-produit.
006940     MOVE ZERO TO derniere-activite.
006950     PERFORM 2200-EXAMINER-MOUVEMENT THRU 2200-EXIT
006960         UNTIL fin-histo
006970         OR HX-NUMCLI NOT = numcli-courant
006980         OR HX-NUMPROD NOT = numprod-courant.
006990     IF surveillance-echouee
007000         GO TO 2100-EXIT
007010     END-IF.
007020     IF nb-mvts-produit NOT < nb-activite-minimum
007030         PERFORM 2400-CONTROLER-PRODUIT THRU 2400-EXIT
007040     END-IF.
007050 2100-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090* 2200-EXAMINER-MOUVEMENT
007100*    Classe le mouvement courant : passe la nuit surveillee, il
007110*    est controle un par un ; passe avant, sa date de valeur
007120*    sert de derniere activite du produit. Les mouvements passes
007130*    dans les sept derniers jours alimentent les cumuls de la
007140*    semaine. Puis lit le mouvement suivant.
007150******************************************************************
007160 2200-EXAMINER-MOUVEMENT.
007170     IF HX-DATE-PASSATION = date-traitement
007180         PERFORM 2300-MOUVEMENT-DU-JOUR THRU 2300-EXIT
007190     ELSE
007200         IF HX-DATE-PASSATION < date-traitement
007210             AND HX-DATEVALEUR > derniere-activite
007220             MOVE HX-DATEVALEUR TO derniere-activite
007230         END-IF
007240     END-IF.
007250     IF HX-DATE-PASSATION NOT < debut-semaine
007260         AND HX-DATE-PASSATION NOT > date-traitement
007270         IF HX-SENS = 'C'
007280             ADD HX-MONTANT TO credits-semaine
007290             ADD 1 TO nb-credits-semaine
007300         END-IF
007310         IF HX-MONTANT NOT < seuil-fractionnement
007320             AND HX-MONTANT < seuil-unitaire
007330             ADD 1 TO nb-proches-semaine
007340             ADD HX-MONTANT TO montant-proches-semaine
007350         END-IF
007360     END-IF.
007370     IF NOT surveillance-echouee
007380         PERFORM 1300-LIRE-HISTO THRU 1300-EXIT
007390     END-IF.
007400 2200-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440* 2300-MOUVEMENT-DU-JOUR
007450*    Cumule le mouvement passe la nuit surveillee et le signale
007460*    s'il atteint le seuil unitaire (alerte MU) ; un montant
007470*    juste sous le seuil est compte pour le fractionnement.
007480******************************************************************
007490 2300-MOUVEMENT-DU-JOUR.
007500     ADD 1 TO nb-mvts-examines.
007510     ADD 1 TO nb-mvts-produit.
007520     ADD HX-MONTANT TO montant-produit.
007530     IF HX-SENS = 'C'
007540         ADD HX-MONTANT TO credits-jour
007550         ADD 1 TO nb-credits-jour
007560     END-IF.
007570     IF HX-MONTANT NOT < seuil-unitaire
007580         MOVE 'MU' TO alerte-type
007590         MOVE HX-NUMPROD TO alerte-numprod
007600         MOVE HX-NUMSEQ TO alerte-numseq
007610         MOVE HX-MONTANT TO alerte-montant
007620         MOVE 1 TO alerte-nb
007630         MOVE seuil-unitaire TO alerte-seuil
007640         PERFORM 3000-ECRIRE-ALERTE THRU 3000-EXIT
007650         GO TO 2300-EXIT
007660     END-IF.
007670     IF HX-MONTANT NOT < seuil-fractionnement
007680         ADD 1 TO nb-proches-nuit
007690     END-IF.
007700 2300-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740* 2400-CONTROLER-PRODUIT
007750*    Activite soutenue sur le produit courant : un produit cree
007760*    depuis moins de 30 jours donne une alerte PN ; sinon, un
007770*    produit dormant ou dont la derniere activite avant la nuit
007780*    (a defaut sa date de creation) depasse le delai de dormance
007790*    donne une alerte PD. POSTMVT ayant reveille le produit en
007800*    passant le mouvement, la dormance est reconstituee d'apres
007810*    l'historique comme le fait DETDORM.
007820******************************************************************
007830 2400-CONTROLER-PRODUIT.
007840     MOVE numcli-courant TO CT-NUMCLI.
007850     MOVE numprod-courant TO CT-NUMPROD.
007860     READ CONTRAT-FILE
007870         INVALID KEY
007880             GO TO 2400-EXIT
007890     END-READ.
007900     MOVE CT-ANNEE TO dcr-aaaa.
007910     MOVE CT-MOIS TO dcr-mm.
007920     MOVE CT-JOUR TO dcr-jj.
007930     MOVE numprod-courant TO alerte-numprod.
007940     MOVE ZERO TO alerte-numseq.
007950     MOVE montant-produit TO alerte-montant.
007960     MOVE nb-mvts-produit TO alerte-nb.
007970     MOVE ZERO TO alerte-seuil.
007980     IF date-creation-num NOT < debut-nouveaute
007990         MOVE 'PN' TO alerte-type
008000         PERFORM 3000-ECRIRE-ALERTE THRU 3000-EXIT
008010         GO TO 2400-EXIT
008020     END-IF.
008030     IF derniere-activite = ZERO
008040         MOVE date-creation-num TO derniere-activite
008050     END-IF.
008060     IF CT-DORMANT OR derniere-activite < seuil-dormance
008070         MOVE 'PD' TO alerte-type
008080         PERFORM 3000-ECRIRE-ALERTE THRU 3000-EXIT
008090     END-IF.
008100 2400-EXIT.
008110     EXIT.
008120
008130******************************************************************
008140* 2500-CONTROLER-CLIENT
008150*    Controle les cumuls du client courant : credits de la nuit
008160*    au-dela du seuil du jour (CJ), credits des sept derniers
008170*    jours au-dela du seuil de la semaine (CH) et montants
008180*    repetes juste sous le seuil unitaire (FR). Les alertes de
008190*    la semaine ne sont levees que si la nuit y a contribue,
008200*    pour ne pas les repeter les nuits sans mouvement.
008210******************************************************************
008220 2500-CONTROLER-CLIENT.
008230     MOVE ZERO TO alerte-numprod.
008240     MOVE ZERO TO alerte-numseq.
008250     IF credits-jour > seuil-jour
008260         MOVE 'CJ' TO alerte-type
008270         MOVE credits-jour TO alerte-montant
008280         MOVE nb-credits-jour TO alerte-nb
008290         MOVE seuil-jour TO alerte-seuil
008300         PERFORM 3000-ECRIRE-ALERTE THRU 3000-EXIT
008310     END-IF.
008320     IF nb-credits-jour > ZERO
008330         AND credits-semaine > seuil-semaine
008340         MOVE 'CH' TO alerte-type
008350         MOVE credits-semaine TO alerte-montant
008360         MOVE nb-credits-semaine TO alerte-nb
008370         MOVE seuil-semaine TO alerte-seuil
008380         PERFORM 3000-ECRIRE-ALERTE THRU 3000-EXIT
008390     END-IF.
008400     IF nb-proches-nuit > ZERO
008410         AND nb-proches-semaine NOT < nb-proches-minimum
008420         MOVE 'FR' TO alerte-type
008430         MOVE montant-proches-semaine TO alerte-montant
008440         MOVE nb-proches-semaine TO alerte-nb
008450         MOVE seuil-unitaire TO alerte-seuil
008460         PERFORM 3000-ECRIRE-ALERTE THRU 3000-EXIT
008470     END-IF.
008480 2500-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520* 3000-ECRIRE-ALERTE
008530*    Ecrit l'alerte courante a l'etat NOUVELLE. La cle (client,
008540*    date de passation, type, produit, mouvement) est la meme a
008550*    chaque passage : une alerte deja presente (relance du job)
008560*    est laissee telle quelle, avec le suivi deja saisi par la
008570*    conformite. Edite ensuite la ligne de rapport.
008580******************************************************************
008590 3000-ECRIRE-ALERTE.
008600     MOVE numcli-courant TO AL-NUMCLI.
008610     MOVE date-traitement TO AL-DATE.
008620     MOVE alerte-type TO AL-TYPE.
008630     MOVE alerte-numprod TO AL-NUMPROD.
008640     MOVE alerte-numseq TO AL-NUMSEQ.
008650     MOVE alerte-montant TO AL-MONTANT.
008660     MOVE alerte-nb TO AL-NB-MVTS.
008670     MOVE alerte-seuil TO AL-SEUIL.
008680     MOVE 'N' TO AL-STATUT.
008690     MOVE date-traitement TO AL-DATE-STATUT.
008700     MOVE SPACES TO AL-COMMENTAIRE.
008710     WRITE ALERTE-ENREG.
008720     IF ALERTE-DOUBLON
008730         ADD 1 TO nb-alertes-existantes
008740         GO TO 3000-EXIT
008750     END-IF.
008760     IF NOT ALERTE-OK
008770         DISPLAY "SURMVT : ERREUR ECRITURE ALERTE - CODE "
008780             ALERTE-STATUS
008790         SET surveillance-echouee TO TRUE
008800         SET fin-histo TO TRUE
008810         MOVE 8 TO RETURN-CODE
008820         GO TO 3000-EXIT
008830     END-IF.
008840     ADD 1 TO nb-alertes-ecrites.
008850     EVALUATE alerte-type
008860         WHEN 'MU'
008870             ADD 1 TO nb-alertes-mu
008880             MOVE "MOUVEMENT AU-DELA DU SEUIL UNITAIRE"
008890                 TO rd-libelle
008900         WHEN 'CJ'
008910             ADD 1 TO nb-alertes-cj
008920             MOVE "CREDITS DU JOUR AU-DELA DU SEUIL"
008930                 TO rd-libelle
008940         WHEN 'CH'
008950             ADD 1 TO nb-alertes-ch
008960             MOVE "CREDITS SUR 7 JOURS AU-DELA DU SEUIL"
008970                 TO rd-libelle
008980         WHEN 'FR'
008990             ADD 1 TO nb-alertes-fr
009000             MOVE "MONTANTS REPETES SOUS LE SEUIL"
009010                 TO rd-libelle
009020         WHEN 'PD'
009030             ADD 1 TO nb-alertes-pd
009040             MOVE "ACTIVITE SUR PRODUIT DORMANT"
009050                 TO rd-libelle
009060         WHEN 'PN'
009070             ADD 1 TO nb-alertes-pn
009080             MOVE "ACTIVITE SUR PRODUIT OUVERT < 30 J"
009090                 TO rd-libelle
009100     END-EVALUATE.
009110     PERFORM 3100-LIRE-CLIENT THRU 3100-EXIT.
009120     MOVE numcli-courant TO rd-numcli.
009130     MOVE nom-client TO rd-nom.
009140     MOVE agence-client TO rd-agence.
009150     MOVE alerte-type TO rd-type.
009160     MOVE alerte-numprod TO rd-numprod.
009170     MOVE alerte-numseq TO rd-numseq.
009180     MOVE alerte-montant TO rd-montant.
009190     MOVE alerte-nb TO rd-nb.
009200     MOVE rap-detail TO RAP-LIGNE.
009210     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
009220 3000-EXIT.
009230     EXIT.
009240
009250******************************************************************
009260* 3100-LIRE-CLIENT
009270*    Lit le nom et l'agence du client de l'alerte (mis en cache
009280*    tant que le numero de client ne change pas). Un client
009290*    absent du fichier maitre est une anomalie (code retour 4).
009300******************************************************************
009310 3100-LIRE-CLIENT.
009320     IF numcli-courant = numcli-lu
009330         GO TO 3100-EXIT
009340     END-IF.
009350     MOVE numcli-courant TO numcli-lu.
009360     MOVE numcli-courant TO CF-NUMCLI.
009370     READ CLIENT-FILE
009380         INVALID KEY
009390             MOVE "(CLIENT INCONNU)" TO nom-client
009400             MOVE ZERO TO agence-client
009410             ADD 1 TO nb-clients-inconnus
009420             GO TO 3100-EXIT
009430     END-READ.
009440     MOVE CF-NOM TO nom-client.
009450     MOVE CF-AGENCE TO agence-client.
009460 3100-EXIT.
009470     EXIT.
009480
009490******************************************************************
009500* 8000-ECRIRE-LIGNE
009510*    Ecrit la ligne courante du rapport ; une erreur d'ecriture
009520*    interrompt la surveillance.
009530******************************************************************
009540 8000-ECRIRE-LIGNE.
009550     WRITE RAP-LIGNE.
009560     IF NOT RAPPORT-OK
009570         DISPLAY "SURMVT : ERREUR ECRITURE RAPPORT - CODE "
009580             RAPPORT-STATUS
009590         SET surveillance-echouee TO TRUE
009600         SET fin-histo TO TRUE
009610         MOVE 8 TO RETURN-CODE
009620     END-IF.
009630 8000-EXIT.
009640     EXIT.
009650
009660 8500-FERMER-TOUT.
009670     CLOSE CLIENT-FILE.
009680     CLOSE CONTRAT-FILE.
009690     IF historique-present
009700         CLOSE HISTO-FILE
009710     END-IF.
009720 8500-EXIT.
009730     EXIT.
009740
009750******************************************************************
009760* 9000-TERMINAISON
009770*    Ecrit les totaux de controle du rapport (mouvements de la
009780*    nuit examines, clients, alertes par type, alertes deja
009790*    presentes), puis referme les fichiers. Code retour 4 si
009800*    une alerte porte sur un client absent du fichier maitre.
009810******************************************************************
009820 9000-TERMINAISON.
009830     MOVE ALL "-" TO RAP-LIGNE.
009840     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
009850     MOVE SPACES TO RAP-LIGNE.
009860     MOVE nb-mvts-examines TO rap-compteur-edit.
009870     STRING " MOUVEMENTS DE LA NUIT       : " DELIMITED BY SIZE
009880         rap-compteur-edit DELIMITED BY SIZE
009890         INTO RAP-LIGNE
009900     END-STRING.
009910     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
009920     MOVE SPACES TO RAP-LIGNE.
009930     MOVE nb-clients-examines TO rap-compteur-edit.
009940     STRING " CLIENTS EXAMINES            : " DELIMITED BY SIZE
009950         rap-compteur-edit DELIMITED BY SIZE
009960         INTO RAP-LIGNE
009970     END-STRING.
009980     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
009990     MOVE SPACES TO RAP-LIGNE.
010000     MOVE nb-alertes-mu TO rap-compteur-edit.
010010     STRING " ALERTES MU SEUIL UNITAIRE   : " DELIMITED BY SIZE
010020         rap-compteur-edit DELIMITED BY SIZE
010030         INTO RAP-LIGNE
010040     END-STRING.
010050     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
010060     MOVE SPACES TO RAP-LIGNE.
010070     MOVE nb-alertes-cj TO rap-compteur-edit.
010080     STRING " ALERTES CJ CREDITS DU JOUR  : " DELIMITED BY SIZE
010090         rap-compteur-edit DELIMITED BY SIZE
010100         INTO RAP-LIGNE
010110     END-STRING.
010120     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
010130     MOVE SPACES TO RAP-LIGNE.
010140     MOVE nb-alertes-ch TO rap-compteur-edit.
010150     STRING " ALERTES CH CREDITS 7 JOURS  : " DELIMITED BY SIZE
010160         rap-compteur-edit DELIMITED BY SIZE
010170         INTO RAP-LIGNE
010180     END-STRING.
010190     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
010200     MOVE SPACES TO RAP-LIGNE.
010210     MOVE nb-alertes-fr TO rap-compteur-edit.
010220     STRING " ALERTES FR FRACTIONNEMENT   : " DELIMITED BY SIZE
010230         rap-compteur-edit DELIMITED BY SIZE
010240         INTO RAP-LIGNE
010250     END-STRING.
010260     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
010270     MOVE SPACES TO RAP-LIGNE.
010280     MOVE nb-alertes-pd TO rap-compteur-edit.
010290     STRING " ALERTES PD PRODUIT DORMANT  : " DELIMITED BY SIZE
010300         rap-compteur-edit DELIMITED BY SIZE
010310         INTO RAP-LIGNE
010320     END-STRING.
010330     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
010340     MOVE SPACES TO RAP-LIGNE.
010350     MOVE nb-alertes-pn TO rap-compteur-edit.
010360     STRING " ALERTES PN PRODUIT RECENT   : " DELIMITED BY SIZE
010370         rap-compteur-edit DELIMITED BY SIZE
010380         INTO RAP-LIGNE
010390     END-STRING.
010400     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
010410     MOVE SPACES TO RAP-LIGNE.
010420     MOVE nb-alertes-existantes TO rap-compteur-edit.
010430     STRING " ALERTES DEJA PRESENTES      : " DELIMITED BY SIZE
010440         rap-compteur-edit DELIMITED BY SIZE
010450         INTO RAP-LIGNE
010460     END-STRING.
010470     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
010480     IF nb-clients-inconnus > ZERO
010490         MOVE SPACES TO RAP-LIGNE
010500         MOVE nb-clients-inconnus TO rap-compteur-edit
010510         STRING " ANOMALIE - CLIENTS INCONNUS : "
010520             DELIMITED BY SIZE
010530             rap-compteur-edit DELIMITED BY SIZE
010540             INTO RAP-LIGNE
010550         END-STRING
010560         PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT
010570         IF RETURN-CODE < 4
010580             MOVE 4 TO RETURN-CODE
010590         END-IF
010600     END-IF.
010610     PERFORM 8500-FERMER-TOUT THRU 8500-EXIT.
010620     CLOSE ALERTE-FILE.
010630     CLOSE RAPPORT-FILE.
010640     DISPLAY "SURMVT : " nb-mvts-examines
010650         " MOUVEMENT(S) EXAMINE(S) - " nb-alertes-ecrites
010660         " ALERTE(S) ECRITE(S) - " nb-alertes-existantes
010670         " DEJA PRESENTE(S).".
010680 9000-EXIT.
010690     EXIT.
010700
010701******************************************************************
010702* 9800-CLORE-CONTROLE
010703*    Inscrit la fin du passage dans le fichier de controle : date
010704*    et heure de fin, code retour, volumes traites ; etat termine
010705*    jusqu'au code retour 4, en anomalie au-dela.
010706******************************************************************
010707 9800-CLORE-CONTROLE.
010708     IF NOT execution-inscrite
010709         GO TO 9800-EXIT
010710     END-IF.
010711     OPEN I-O RUNCTL-FILE.
010712     IF NOT RUNCTL-OK
010713         DISPLAY "SURMVT : FIN DE PASSAGE NON INSCRITE DANS"
010714             " RUNCTL - CODE " RUNCTL-STATUS
010715         IF RETURN-CODE < 4
010716             MOVE 4 TO RETURN-CODE
010717         END-IF
010718         GO TO 9800-EXIT
010719     END-IF.
010720     MOVE periode-controle TO CTL-DATE-METIER.
010721     MOVE ctl-programme TO CTL-TRAITEMENT.
010722     READ RUNCTL-FILE
010723         INVALID KEY
010724             DISPLAY "SURMVT : PASSAGE ABSENT DE RUNCTL - "
010725                 "FIN NON INSCRITE."
010726             IF RETURN-CODE < 4
010727                 MOVE 4 TO RETURN-CODE
010728             END-IF
010729             CLOSE RUNCTL-FILE
010730             GO TO 9800-EXIT
010731     END-READ.
010732     IF RETURN-CODE > 4
010733         MOVE 'A' TO CTL-ETAT
010734     ELSE
010735         MOVE 'T' TO CTL-ETAT
010736     END-IF.
010737     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
010738     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
010739     ACCEPT CTL-HEURE-FIN FROM TIME.
010740     MOVE nb-mvts-examines TO CTL-NB-LUS.
010741     MOVE nb-alertes-ecrites TO CTL-NB-ECRITS.
010742     MOVE nb-clients-inconnus TO CTL-NB-REJETS.
010743     REWRITE CTL-ENREG.
010744     IF NOT RUNCTL-OK
010745         DISPLAY "SURMVT : ERREUR ECRITURE RUNCTL EN FIN - "
010746             "CODE " RUNCTL-STATUS
010747         IF RETURN-CODE < 4
010748             MOVE 4 TO RETURN-CODE
010749         END-IF
010750     END-IF.
010751     CLOSE RUNCTL-FILE.
010752 9800-EXIT.
010753     EXIT.
010754
010755 END PROGRAM SURMVT.
