000010******************************************************************
000020* Author:     J. Leroy (service etudes)
000030* Date:       15/10/2026
000040* Purpose:    Imprime fiscal unique (IFU) annuel des interets
000050*             verses : cumule par client et par produit, pour
000060*             l'annee fiscale demandee en SYSIN, l'historique
000070*             permanent des interets (INTHIST, ecrit par CALCINT
000080*             et par ECHTERM) et edite un IFU par client (fichier
000090*             d'impression IFUEDT, meme mise en page que les
000100*             releves RELCLI : en-tete de l'etablissement, bloc
000110*             adresse pour enveloppe a fenetre, une ligne par
000120*             produit, interets bruts et prelevement a la
000130*             source). Produit l'extrait declaratif a format
000140*             fixe (IFUDEC : en-tete, un detail par client,
000150*             enregistrement de fin avec les totaux de controle)
000160*             et le rapport de controle (IFURPT) qui ventile les
000170*             interets de l'annee par mois, a rapprocher des
000180*             totaux des journaux de capitalisation INTJRN.
000190* Tectonics: cobc
000200******************************************************************
000210******************************************************************
000220* MODIFICATION HISTORY
000230*-----------------------------------------------------------------
000240* DATE       INIT  DESCRIPTION
000250* 15/10/2026 JLY   CREATION DU PROGRAMME DE L'IFU ANNUEL : IFU
000260*                  PAR CLIENT AU FORMAT DES RELEVES, EXTRAIT
000270*                  DECLARATIF A FORMAT FIXE AVEC TOTAUX DE
000280*                  CONTROLE, RAPPORT DE RAPPROCHEMENT MENSUEL
000290*                  AVEC LES JOURNAUX INTJRN.
000291* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000292*                  PASSAGE EST INSCRIT POUR L'ANNEE DE LA DATE
000293*                  METIER POSEE PAR FENBAT OUVRIR (DEBUT, FIN,
000294*                  CODE RETOUR, COMPTEURS). SECOND PASSAGE REFUSE
000295*                  (RC 4) SAUF FORCAGE PAR CTLCHN. LA DATE DE
000296*                  TRAITEMENT EST LA DATE METIER.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. IFUCLI.
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT INTHIST-FILE ASSIGN TO "INTHIST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS IH-CLE
000430         FILE STATUS IS INTHIST-STATUS.
000440     SELECT CLIENT-FILE ASSIGN TO "CLIENTS"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CF-NUMCLI
000480         ALTERNATE RECORD KEY IS CF-NOM WITH DUPLICATES
000490         ALTERNATE RECORD KEY IS CF-VILLE WITH DUPLICATES
000500         FILE STATUS IS CLIENT-FILE-STATUS.
000510     SELECT EDITION-FILE ASSIGN TO "IFUEDT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS EDITION-STATUS.
000540     SELECT DECLARATION-FILE ASSIGN TO "IFUDEC"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS DECLARATION-STATUS.
000570     SELECT CONTROLE-FILE ASSIGN TO "IFURPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CONTROLE-STATUS.
000591     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS RANDOM
000594         RECORD KEY IS CTL-CLE
000595         FILE STATUS IS RUNCTL-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  INTHIST-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  INTHIST-ENREG.
000650     02 IH-CLE.
000660         03 IH-NUMCLI PIC 9(6).
000670         03 IH-NUMPROD PIC 9(3).
000680         03 IH-MOIS.
000690             04 IH-ANNEE PIC 9(4).
000700             04 IH-MM PIC 9(2).
000710     02 IH-CODE-PRODUIT PIC x(08).
000720     02 IH-MONTANT PIC 9(9)v9(2).
000730     02 IH-TAUX-PRELEVEMENT PIC 9(02)v9(03).
000740     02 IH-ORIGINE PIC x(01).
000750         88 IH-CAPITALISATION VALUE 'C'.
000760         88 IH-ECHEANCE VALUE 'E'.
000770     02 IH-DATE-PASSATION PIC 9(08).
000780 FD  CLIENT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  CLIENT-ENREG.
000810     02 CF-NUMCLI PIC 9(6).
000820     02 CF-NOM PIC x(30).
000830     02 CF-PRENOM PIC x(30).
000840     02 CF-ADRESSE.
000850         03 CF-RUE PIC x(30).
000860         03 CF-CP PIC 9(5).
000870         03 CF-VILLE PIC x(30).
000880     02 CF-AGENCE PIC 9(03).
000890 FD  EDITION-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  EDT-LIGNE PIC x(132).
000920* Extrait declaratif a format fixe (170 positions) : un
000930* enregistrement d'en-tete (type 1), un detail par client
000940* beneficiaire (type 2), un enregistrement de fin portant les
000950* totaux de controle (type 9). Montants non signes, cadres a
000960* droite et completes de zeros, deux decimales implicites.
000970 FD  DECLARATION-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  DEC-ENTETE.
001000     02 DE-TYPE PIC x(01).
001010     02 DE-ANNEE PIC 9(04).
001020     02 DE-DATE-CREATION PIC 9(08).
001030     02 DE-ETABLISSEMENT PIC x(34).
001040     02 FILLER PIC x(123).
001050 01  DEC-DETAIL.
001060     02 DD-TYPE PIC x(01).
001070     02 DD-ANNEE PIC 9(04).
001080     02 DD-NUMCLI PIC 9(06).
001090     02 DD-NOM PIC x(30).
001100     02 DD-PRENOM PIC x(30).
001110     02 DD-RUE PIC x(30).
001120     02 DD-CP PIC 9(05).
001130     02 DD-VILLE PIC x(30).
001140     02 DD-INTERETS PIC 9(11)v9(02).
001150     02 DD-PRELEVEMENT PIC 9(11)v9(02).
001160     02 FILLER PIC x(08).
001170 01  DEC-FIN.
001180     02 DF-TYPE PIC x(01).
001190     02 DF-ANNEE PIC 9(04).
001200     02 DF-NB-DETAILS PIC 9(07).
001210     02 DF-TOTAL-INTERETS PIC 9(13)v9(02).
001220     02 DF-TOTAL-PRELEVEMENTS PIC 9(13)v9(02).
001230     02 DF-TOTAL-CAPITALISATION PIC 9(13)v9(02).
001240     02 DF-TOTAL-ECHEANCE PIC 9(13)v9(02).
001250     02 FILLER PIC x(98).
001260 FD  CONTROLE-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  CTL-LIGNE PIC x(132).
001290
001291 FD  RUNCTL-FILE
001292     LABEL RECORDS ARE STANDARD.
001293 01  CTL-ENREG.
001294     02 CTL-CLE.
001295         03 CTL-DATE-METIER PIC 9(08).
001296         03 CTL-TRAITEMENT PIC x(08).
001297     02 CTL-ETAT PIC x(01).
001298         88 CTL-EN-COURS VALUE 'E'.
001299         88 CTL-TERMINE VALUE 'T'.
001300         88 CTL-ANOMALIE VALUE 'A'.
001301         88 CTL-REFUSE VALUE 'R'.
001302     02 CTL-DATE-DEBUT PIC 9(08).
001303     02 CTL-HEURE-DEBUT PIC 9(08).
001304     02 CTL-DATE-FIN PIC 9(08).
001305     02 CTL-HEURE-FIN PIC 9(08).
001306     02 CTL-CODE-RETOUR PIC 9(04).
001307     02 CTL-NB-LUS PIC 9(09).
001308     02 CTL-NB-ECRITS PIC 9(09).
001309     02 CTL-NB-REJETS PIC 9(09).
001310     02 CTL-NB-PASSAGES PIC 9(03).
001311     02 CTL-FORCAGE PIC x(01).
001312         88 CTL-FORCE VALUE 'O'.
001313     02 CTL-MODE PIC x(01).
001314         88 CTL-MODE-NORMAL VALUE 'N'.
001315         88 CTL-MODE-REPRISE VALUE 'R'.
001316         88 CTL-MODE-FORCE VALUE 'F'.
001317     02 CTL-DATE-REFERENCE PIC 9(08).
001318     02 FILLER PIC x(07).
001319 01  CTL-DATE-ENREG.
001320     02 FILLER PIC x(16).
001321     02 CTL-DM-ETAT PIC x(01).
001322         88 CTL-DM-OUVERTE VALUE 'O'.
001323         88 CTL-DM-FERMEE VALUE 'F'.
001324     02 CTL-DM-DATE-COURANTE PIC 9(08).
001325     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
001326     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
001327     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
001328     02 FILLER PIC x(51).
001329 WORKING-STORAGE SECTION.
001330
001331 01 INTHIST-STATUS PIC x(02).
001332     88 INTHIST-OK VALUE '00'.
001340     88 INTHIST-INEXISTANT VALUE '35'.
001350
001360 01 CLIENT-FILE-STATUS PIC x(02).
001370     88 CLIENT-FILE-OK VALUE '00'.
001380
001390 01 EDITION-STATUS PIC x(02).
001400     88 EDITION-OK VALUE '00'.
001410
001420 01 DECLARATION-STATUS PIC x(02).
001430     88 DECLARATION-OK VALUE '00'.
001440
001450 01 CONTROLE-STATUS PIC x(02).
001460     88 CONTROLE-OK VALUE '00'.
001470
001480 77 fin-historique-sw PIC x(01).
001490     88 fin-historique VALUE 'O'.
001500
001510 77 ouverture-echouee-sw PIC x(01).
001520     88 ouverture-echouee VALUE 'O'.
001530
001540 77 edition-echouee-sw PIC x(01).
001550     88 edition-echouee VALUE 'O'.
001560
001570 77 client-en-cours-sw PIC x(01).
001580     88 client-en-cours VALUE 'O'.
001590
001600 77 produit-en-cours-sw PIC x(01).
001610     88 produit-en-cours VALUE 'O'.
001620
001630 77 client-connu-sw PIC x(01).
001640     88 client-connu VALUE 'O'.
001650
001660 77 taux-unique-sw PIC x(01).
001670     88 taux-unique VALUE 'O'.
001680
001690* Annee fiscale (SYSIN, 4 chiffres) : a blanc, l'annee qui
001700* precede la date du traitement (lancement de janvier).
001710 77 annee-saisie PIC x(04).
001720 77 annee-fiscale PIC 9(04).
001730
001740 01 date-du-jour PIC 9(08).
001750 01 date-du-jour-decoupe REDEFINES date-du-jour.
001760     02 dj-aaaa PIC 9(04).
001770     02 dj-mm PIC 9(02).
001780     02 dj-jj PIC 9(02).
001790
001800* Client et produit en cours de cumul (l'historique est lu dans
001810* l'ordre des cles client/produit/mois).
001820 77 numcli-courant PIC 9(06) VALUE ZERO.
001830 77 numprod-courant PIC 9(03) VALUE ZERO.
001840 77 code-produit-courant PIC x(08).
001850 77 taux-produit PIC 9(02)v9(03).
001860 77 prelevement-ligne PIC 9(9)v9(2).
001870 77 interets-produit PIC 9(11)v9(02) VALUE ZERO.
001880 77 prelevement-produit PIC 9(11)v9(02) VALUE ZERO.
001890 77 interets-client PIC 9(11)v9(02) VALUE ZERO.
001900 77 prelevement-client PIC 9(11)v9(02) VALUE ZERO.
001910
001920* Totaux de controle de l'annee.
001930 77 total-interets PIC 9(13)v9(02) VALUE ZERO.
001940 77 total-prelevements PIC 9(13)v9(02) VALUE ZERO.
001950 77 total-capitalisation PIC 9(13)v9(02) VALUE ZERO.
001960 77 total-echeance PIC 9(13)v9(02) VALUE ZERO.
001970 77 nb-historiques-lus PIC 9(07) COMP VALUE ZERO.
001980 77 nb-historiques-retenus PIC 9(07) COMP VALUE ZERO.
001990 77 nb-details-declares PIC 9(07) COMP VALUE ZERO.
002000 77 nb-ifu-edites PIC 9(05) COMP VALUE ZERO.
002010 77 nb-pages-editees PIC 9(05) COMP VALUE ZERO.
002020 77 nb-anomalies PIC 9(05) COMP VALUE ZERO.
002030 77 lignes-produits PIC 9(03) COMP VALUE ZERO.
002040 77 lignes-produits-max PIC 9(03) COMP VALUE 30.
002050
002060* Ventilation mensuelle de l'annee, par origine : interets
002070* capitalises par CALCINT (a rapprocher du total du journal
002080* INTJRN du mois) et interets verses a l'echeance par ECHTERM.
002090 01 TABLE-MOIS.
002100     02 MOIS-ANNEE OCCURS 12 TIMES.
002110         03 TM-NB-CAPITALISATION PIC 9(05) COMP.
002120         03 TM-TOTAL-CAPITALISATION PIC 9(11)v9(02).
002130         03 TM-NB-ECHEANCE PIC 9(05) COMP.
002140         03 TM-TOTAL-ECHEANCE PIC 9(11)v9(02).
002150 77 idx-mois PIC 9(02) COMP VALUE ZERO.
002160
002170* Zones d'edition des montants (ponctuation monetaire francaise,
002180* le point separant les milliers et la virgule les centimes).
002190 01 montant-edite PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002200 01 total-edite PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002210 01 taux-edite PIC Z9,999.
002220 01 page-editee PIC ZZZZ9.
002230 01 compteur-edite PIC ZZZZZZ9.
002240 01 mois-edite PIC 99.
002250
002260* Lignes de l'IFU (meme mise en page que les releves RELCLI).
002270 01 ligne-entete-1.
002280     02 FILLER PIC x(05) VALUE SPACES.
002290     02 FILLER PIC x(34)
002300         VALUE "BANQUE GCOB - GESTION DE CLIENTELE".
002310     02 FILLER PIC x(73) VALUE SPACES.
002320     02 FILLER PIC x(05) VALUE "PAGE ".
002330     02 le1-page PIC x(05).
002340 01 ligne-entete-2.
002350     02 FILLER PIC x(05) VALUE SPACES.
002360     02 FILLER PIC x(36)
002370         VALUE "12 RUE DES ARCHIVES - 75003 PARIS".
002380 01 ligne-entete-3.
002390     02 FILLER PIC x(05) VALUE SPACES.
002400     02 FILLER PIC x(43)
002410         VALUE "IMPRIME FISCAL UNIQUE - INTERETS PERCUS EN ".
002420     02 le3-annee PIC 9(04).
002430 01 ligne-entete-4.
002440     02 FILLER PIC x(05) VALUE SPACES.
002450     02 FILLER PIC x(09) VALUE "EDITE LE ".
002460     02 le4-date PIC x(10).
002470 01 ligne-adresse-1.
002480     02 FILLER PIC x(45) VALUE SPACES.
002490     02 la1-prenom PIC x(30).
002500     02 FILLER PIC x(01) VALUE SPACE.
002510     02 la1-nom PIC x(30).
002520 01 ligne-adresse-2.
002530     02 FILLER PIC x(45) VALUE SPACES.
002540     02 la2-rue PIC x(30).
002550 01 ligne-adresse-3.
002560     02 FILLER PIC x(45) VALUE SPACES.
002570     02 la3-cp PIC 9(05).
002580     02 FILLER PIC x(01) VALUE SPACE.
002590     02 la3-ville PIC x(30).
002600 01 ligne-client.
002610     02 FILLER PIC x(05) VALUE SPACES.
002620     02 FILLER PIC x(14) VALUE "CLIENT NUMERO ".
002630     02 lc-numcli PIC 9(06).
002640 01 ligne-colonnes.
002650     02 FILLER PIC x(05) VALUE SPACES.
002660     02 FILLER PIC x(04) VALUE "NPR ".
002670     02 FILLER PIC x(09) VALUE "CODE".
002680     02 FILLER PIC x(18) VALUE "   INTERETS BRUTS".
002690     02 FILLER PIC x(07) VALUE "  TAUX".
002700     02 FILLER PIC x(17) VALUE "      PRELEVEMENT".
002710 01 ligne-produit.
002720     02 FILLER PIC x(05) VALUE SPACES.
002730     02 lp-numprod PIC 9(03).
002740     02 FILLER PIC x(01) VALUE SPACE.
002750     02 lp-code PIC x(08).
002760     02 FILLER PIC x(01) VALUE SPACE.
002770     02 lp-interets PIC x(17).
002780     02 FILLER PIC x(01) VALUE SPACE.
002790     02 lp-taux PIC x(06).
002800     02 FILLER PIC x(01) VALUE SPACE.
002810     02 lp-prelevement PIC x(17).
002820 01 ligne-total-interets.
002830     02 FILLER PIC x(05) VALUE SPACES.
002840     02 FILLER PIC x(40)
002850         VALUE "TOTAL DES INTERETS BRUTS (CASE 2TR) :".
002860     02 lti-total PIC x(17).
002870 01 ligne-total-prelevement.
002880     02 FILLER PIC x(05) VALUE SPACES.
002890     02 FILLER PIC x(40)
002900         VALUE "PRELEVEMENT A LA SOURCE (CASE 2CK) :".
002910     02 ltp-total PIC x(17).
002920 01 ligne-mention-1.
002930     02 FILLER PIC x(05) VALUE SPACES.
002940     02 FILLER PIC x(60) VALUE
002950         "MONTANTS A REPORTER SUR VOTRE DECLARATION DE REVENUS.".
002960 01 ligne-mention-2.
002970     02 FILLER PIC x(05) VALUE SPACES.
002980     02 FILLER PIC x(60) VALUE
002990         "LE PRELEVEMENT A LA SOURCE S'IMPUTE SUR L'IMPOT DU.".
003000 01 ligne-fin-edition.
003010     02 FILLER PIC x(05) VALUE SPACES.
003020     02 FILLER PIC x(22) VALUE "FIN D'EDITION - ".
003030     02 lf-pages PIC x(05).
003040     02 FILLER PIC x(16) VALUE " PAGE(S) EDITEES".
003050
003060* Ligne de ventilation mensuelle du rapport de controle.
003070 01 ctl-mois.
003080     02 FILLER PIC x(01) VALUE SPACE.
003090     02 cm-mois PIC x(07).
003100     02 FILLER PIC x(03) VALUE SPACES.
003110     02 cm-nb-capitalisation PIC ZZZZ9.
003120     02 FILLER PIC x(02) VALUE SPACES.
003130     02 cm-total-capitalisation PIC x(20).
003140     02 FILLER PIC x(03) VALUE SPACES.
003150     02 cm-nb-echeance PIC ZZZZ9.
003160     02 FILLER PIC x(02) VALUE SPACES.
003170     02 cm-total-echeance PIC x(20).
003180
003181* Controle d'execution de la chaine (fichier RUNCTL) : date metier
003182* posee par FENBAT OUVRIR, second passage reussi pour la meme date
003183* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
003184* demarrage refuse tant que le traitement prerequis n'est pas
003185* termine pour la date metier.
003186 01 RUNCTL-STATUS PIC x(02).
003187     88 RUNCTL-OK VALUE '00'.
003188     88 RUNCTL-INEXISTANT VALUE '35'.
003189 77 ctl-programme PIC x(08) VALUE 'IFUCLI'.
003190 77 ctl-prerequis PIC x(08) VALUE SPACES.
003191 77 ctl-periodicite PIC x(01) VALUE 'A'.
003192     88 ctl-quotidien VALUE 'J'.
003193     88 ctl-mensuel VALUE 'M'.
003194     88 ctl-annuel VALUE 'A'.
003195 77 ctl-existant-sw PIC x(01).
003196     88 ctl-existant VALUE 'O'.
003197 77 execution-refusee-sw PIC x(01) VALUE 'N'.
003198     88 execution-refusee VALUE 'O'.
003199 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
003200     88 execution-inscrite VALUE 'O'.
003201 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
003202     88 execution-interrompue VALUE 'O'.
003203 77 execution-forcee-sw PIC x(01) VALUE 'N'.
003204     88 execution-forcee VALUE 'O'.
003205 01 controle-sauve PIC x(100).
003206 01 date-metier PIC 9(08).
003207 01 periode-controle PIC 9(08).
003208 01 periode-controle-decoupe REDEFINES periode-controle.
003209     02 pc-aaaa PIC 9(04).
003210     02 pc-mm PIC 9(02).
003211     02 pc-jj PIC 9(02).
003212
003213 PROCEDURE DIVISION.
003214
003215******************************************************************
003220* 0000-MAINLINE
003230*    Ouvre les fichiers, cumule l'historique des interets de
003240*    l'annee fiscale par client et par produit en editant un
003250*    IFU et un detail declaratif par client, puis ecrit les
003260*    totaux de controle et referme les fichiers.
003270******************************************************************
003280 0000-MAINLINE.
003282     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
003284     IF execution-refusee
003286         STOP RUN
003288     END-IF.
003290     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
003300     IF NOT ouverture-echouee
003310         PERFORM 2000-TRAITER-HISTORIQUE THRU 2000-EXIT
003320             UNTIL fin-historique
003330         PERFORM 9000-TERMINAISON THRU 9000-EXIT
003340     END-IF.
003345     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
003350     STOP RUN.
003360
003361******************************************************************
003362* 0600-OUVRIR-CONTROLE
003363*    Controle d'execution (fichier RUNCTL) : lit la date metier
003364*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
003365*    la meme date ou periode (code retour 4) sauf forcage, refuse
003366*    le demarrage tant que le prerequis n'est pas termine pour la
003367*    date metier (code retour 8), puis inscrit le passage a l'etat
003368*    en cours. Un passage precedent reste en cours ou termine en
003369*    anomalie signale une relance apres incident.
003370******************************************************************
003371 0600-OUVRIR-CONTROLE.
003372     MOVE 'N' TO execution-refusee-sw.
003373     MOVE 'N' TO execution-inscrite-sw.
003374     MOVE 'N' TO execution-interrompue-sw.
003375     MOVE 'N' TO execution-forcee-sw.
003376     OPEN I-O RUNCTL-FILE.
003377     IF NOT RUNCTL-OK
003378         DISPLAY "IFUCLI : FICHIER DE CONTROLE RUNCTL"
003379             " INACCESSIBLE - CODE " RUNCTL-STATUS
003380             " - JOB REFUSE."
003381         SET execution-refusee TO TRUE
003382         MOVE 8 TO RETURN-CODE
003383         GO TO 0600-EXIT
003384     END-IF.
003385     MOVE ZERO TO CTL-DATE-METIER.
003386     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
003387     READ RUNCTL-FILE
003388         INVALID KEY
003389             DISPLAY "IFUCLI : DATE METIER NON POSEE"
003390                 " (FENBAT OUVRIR) - JOB REFUSE."
003391             SET execution-refusee TO TRUE
003392             MOVE 8 TO RETURN-CODE
003393             CLOSE RUNCTL-FILE
003394             GO TO 0600-EXIT
003395     END-READ.
003396     MOVE CTL-DM-DATE-COURANTE TO date-metier.
003397     MOVE date-metier TO periode-controle.
003398     IF ctl-mensuel
003399         MOVE ZERO TO pc-jj
003400     END-IF.
003401     IF ctl-annuel
003402         MOVE ZERO TO pc-mm
003403         MOVE ZERO TO pc-jj
003404     END-IF.
003405     MOVE 'O' TO ctl-existant-sw.
003406     MOVE periode-controle TO CTL-DATE-METIER.
003407     MOVE ctl-programme TO CTL-TRAITEMENT.
003408     READ RUNCTL-FILE
003409         INVALID KEY
003410             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
003411     END-READ.
003412     IF CTL-FORCE
003413         SET execution-forcee TO TRUE
003414     END-IF.
003415     IF CTL-TERMINE AND NOT execution-forcee
003416         DISPLAY "IFUCLI : DEJA TERMINE POUR " periode-controle
003417             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
003418             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
003419         SET execution-refusee TO TRUE
003420         MOVE 4 TO RETURN-CODE
003421         CLOSE RUNCTL-FILE
003422         GO TO 0600-EXIT
003423     END-IF.
003424     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
003425         SET execution-interrompue TO TRUE
003426     END-IF.
003427     MOVE CTL-ENREG TO controle-sauve.
003428     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
003429         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
003430     END-IF.
003431     MOVE controle-sauve TO CTL-ENREG.
003432     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
003433     ACCEPT CTL-HEURE-DEBUT FROM TIME.
003434     MOVE ZERO TO CTL-DATE-FIN.
003435     MOVE ZERO TO CTL-HEURE-FIN.
003436     MOVE date-metier TO CTL-DATE-REFERENCE.
003437     ADD 1 TO CTL-NB-PASSAGES.
003438     IF execution-refusee
003439         GO TO 0600-REFUS
003440     END-IF.
003441     MOVE 'E' TO CTL-ETAT.
003442     MOVE ZERO TO CTL-CODE-RETOUR.
003443     MOVE ZERO TO CTL-NB-LUS.
003444     MOVE ZERO TO CTL-NB-ECRITS.
003445     MOVE ZERO TO CTL-NB-REJETS.
003446     MOVE 'N' TO CTL-FORCAGE.
003447     MOVE 'N' TO CTL-MODE.
003448     IF execution-interrompue
003449         MOVE 'R' TO CTL-MODE
003450         DISPLAY "IFUCLI : PASSAGE PRECEDENT INTERROMPU POUR "
003451             periode-controle " - RELANCE APRES INCIDENT."
003452     END-IF.
003453     IF execution-forcee
003454         MOVE 'F' TO CTL-MODE
003455         DISPLAY "IFUCLI : PASSAGE FORCE POUR "
003456             periode-controle "."
003457     END-IF.
003458     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
003459     IF NOT execution-refusee
003460         SET execution-inscrite TO TRUE
003461     END-IF.
003462     CLOSE RUNCTL-FILE.
003463     GO TO 0600-EXIT.
003464 0600-REFUS.
003465*    Un passage interrompu garde son etat : seul un refus sur un
003466*    traitement non encore lance (ou deja refuse) est inscrit.
003467     IF ctl-existant AND NOT CTL-REFUSE
003468         CLOSE RUNCTL-FILE
003469         GO TO 0600-EXIT
003470     END-IF.
003471     MOVE 'R' TO CTL-ETAT.
003472     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
003473     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
003474     CLOSE RUNCTL-FILE.
003475 0600-EXIT.
003476     EXIT.
003477
003478******************************************************************
003479* 0610-INITIALISER-CONTROLE
003480*    Prepare un enregistrement de controle vierge pour le
003481*    traitement et la periode courants (premier passage).
003482******************************************************************
003483 0610-INITIALISER-CONTROLE.
003484     MOVE 'N' TO ctl-existant-sw.
003485     MOVE SPACES TO CTL-ENREG.
003486     MOVE periode-controle TO CTL-DATE-METIER.
003487     MOVE ctl-programme TO CTL-TRAITEMENT.
003488     MOVE ZERO TO CTL-CODE-RETOUR.
003489     MOVE ZERO TO CTL-NB-LUS.
003490     MOVE ZERO TO CTL-NB-ECRITS.
003491     MOVE ZERO TO CTL-NB-REJETS.
003492     MOVE ZERO TO CTL-NB-PASSAGES.
003493     MOVE 'N' TO CTL-FORCAGE.
003494     MOVE 'N' TO CTL-MODE.
003495     MOVE ZERO TO CTL-DATE-REFERENCE.
003496 0610-EXIT.
003497     EXIT.
003498
003499******************************************************************
003500* 0620-CONTROLER-PREREQUIS
003501*    Le traitement prerequis doit etre termine (code retour 4 au
003502*    plus) pour la date metier ; sinon le demarrage est refuse.
003503******************************************************************
003504 0620-CONTROLER-PREREQUIS.
003505     MOVE date-metier TO CTL-DATE-METIER.
003506     MOVE ctl-prerequis TO CTL-TRAITEMENT.
003507     READ RUNCTL-FILE
003508         INVALID KEY
003509             MOVE SPACES TO CTL-ETAT
003510     END-READ.
003511     IF NOT CTL-TERMINE
003512         DISPLAY "IFUCLI : PREREQUIS " ctl-prerequis
003513             " NON TERMINE POUR LA DATE METIER " date-metier
003514             " - JOB REFUSE."
003515         SET execution-refusee TO TRUE
003516         MOVE 8 TO RETURN-CODE
003517     END-IF.
003518 0620-EXIT.
003519     EXIT.
003520
003521******************************************************************
003522* 0630-ECRIRE-CONTROLE
003523*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
003524*    d'ecriture refuse le job (code retour 8).
003525******************************************************************
003526 0630-ECRIRE-CONTROLE.
003527     IF ctl-existant
003528         REWRITE CTL-ENREG
003529     ELSE
003530         WRITE CTL-ENREG
003531     END-IF.
003532     IF NOT RUNCTL-OK
003533         DISPLAY "IFUCLI : ERREUR ECRITURE RUNCTL - CODE "
003534             RUNCTL-STATUS " - JOB REFUSE."
003535         SET execution-refusee TO TRUE
003536         MOVE 8 TO RETURN-CODE
003537     END-IF.
003538 0630-EXIT.
003539     EXIT.
003540
003541******************************************************************
003542* 1000-INITIALISATION
003543*    Lit et controle l'annee fiscale (SYSIN ; a blanc, l'annee
003544*    precedente), initialise la ventilation mensuelle, ouvre les
003545*    fichiers, ecrit l'en-tete de l'extrait et du rapport de
003546*    controle et se place en tete de l'historique.
003547******************************************************************
003548 1000-INITIALISATION.
003549     MOVE 'N' TO fin-historique-sw.
003550     MOVE 'N' TO ouverture-echouee-sw.
003551     MOVE 'N' TO edition-echouee-sw.
003552     MOVE 'N' TO client-en-cours-sw.
003553     MOVE 'N' TO produit-en-cours-sw.
003554     MOVE date-metier TO date-du-jour.
003555     MOVE SPACES TO annee-saisie.
003556     ACCEPT annee-saisie.
003557     IF annee-saisie = SPACES
003558         COMPUTE annee-fiscale = dj-aaaa - 1
003559     ELSE
003560         IF annee-saisie NUMERIC
003570             MOVE annee-saisie TO annee-fiscale
003580         ELSE
003590             DISPLAY "IFUCLI : ANNEE FISCALE INVALIDE : "
003600                 annee-saisie
003610             SET ouverture-echouee TO TRUE
003620             MOVE 8 TO RETURN-CODE
003630             GO TO 1000-EXIT
003640         END-IF
003650     END-IF.
003660     MOVE 1 TO idx-mois.
003670     PERFORM 1050-INITIALISER-MOIS THRU 1050-EXIT 12 TIMES.
003680     PERFORM 1100-OUVRIR-FICHIERS THRU 1100-EXIT.
003690     IF ouverture-echouee
003700         GO TO 1000-EXIT
003710     END-IF.
003720     PERFORM 1200-ECRIRE-ENTETES THRU 1200-EXIT.
003730     MOVE ZERO TO IH-NUMCLI.
003740     MOVE ZERO TO IH-NUMPROD.
003750     MOVE ZERO TO IH-MOIS.
003760     START INTHIST-FILE KEY IS NOT LESS THAN IH-CLE
003770         INVALID KEY
003780             SET fin-historique TO TRUE
003790     END-START.
003800 1000-EXIT.
003810     EXIT.
003820
003830 1050-INITIALISER-MOIS.
003840     MOVE ZERO TO TM-NB-CAPITALISATION(idx-mois).
003850     MOVE ZERO TO TM-TOTAL-CAPITALISATION(idx-mois).
003860     MOVE ZERO TO TM-NB-ECHEANCE(idx-mois).
003870     MOVE ZERO TO TM-TOTAL-ECHEANCE(idx-mois).
003880     ADD 1 TO idx-mois.
003890 1050-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930* 1100-OUVRIR-FICHIERS
003940*    Ouvre l'historique des interets et le fichier des clients
003950*    en lecture, l'edition des IFU, l'extrait declaratif et le
003960*    rapport de controle en sortie. Un historique absent
003970*    interdit l'edition : aucun interet n'a ete historise.
003980******************************************************************
003990 1100-OUVRIR-FICHIERS.
004000     OPEN INPUT INTHIST-FILE.
004010     IF INTHIST-INEXISTANT
004020         DISPLAY "IFUCLI : HISTORIQUE DES INTERETS ABSENT - "
004030             "EDITION REFUSEE."
004040         SET ouverture-echouee TO TRUE
004050         MOVE 8 TO RETURN-CODE
004060         GO TO 1100-EXIT
004070     END-IF.
004080     IF NOT INTHIST-OK
004090         DISPLAY "IFUCLI : HISTORIQUE INTERETS INACCESSIBLE - "
004100             "CODE " INTHIST-STATUS
004110         SET ouverture-echouee TO TRUE
004120         MOVE 8 TO RETURN-CODE
004130         GO TO 1100-EXIT
004140     END-IF.
004150     OPEN INPUT CLIENT-FILE.
004160     IF NOT CLIENT-FILE-OK
004170         DISPLAY "IFUCLI : FICHIER CLIENTS INACCESSIBLE - CODE "
004180             CLIENT-FILE-STATUS
004190         CLOSE INTHIST-FILE
004200         SET ouverture-echouee TO TRUE
004210         MOVE 8 TO RETURN-CODE
004220         GO TO 1100-EXIT
004230     END-IF.
004240     OPEN OUTPUT EDITION-FILE.
004250     IF NOT EDITION-OK
004260         DISPLAY "IFUCLI : FICHIER IFUEDT INACCESSIBLE - CODE "
004270             EDITION-STATUS
004280         CLOSE INTHIST-FILE
004290         CLOSE CLIENT-FILE
004300         SET ouverture-echouee TO TRUE
004310         MOVE 8 TO RETURN-CODE
004320         GO TO 1100-EXIT
004330     END-IF.
004340     OPEN OUTPUT DECLARATION-FILE.
004350     IF NOT DECLARATION-OK
004360         DISPLAY "IFUCLI : FICHIER IFUDEC INACCESSIBLE - CODE "
004370             DECLARATION-STATUS
004380         CLOSE INTHIST-FILE
004390         CLOSE CLIENT-FILE
004400         CLOSE EDITION-FILE
004410         SET ouverture-echouee TO TRUE
004420         MOVE 8 TO RETURN-CODE
004430         GO TO 1100-EXIT
004440     END-IF.
004450     OPEN OUTPUT CONTROLE-FILE.
004460     IF NOT CONTROLE-OK
004470         DISPLAY "IFUCLI : FICHIER IFURPT INACCESSIBLE - CODE "
004480             CONTROLE-STATUS
004490         CLOSE INTHIST-FILE
004500         CLOSE CLIENT-FILE
004510         CLOSE EDITION-FILE
004520         CLOSE DECLARATION-FILE
004530         SET ouverture-echouee TO TRUE
004540         MOVE 8 TO RETURN-CODE
004550     END-IF.
004560 1100-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600* 1200-ECRIRE-ENTETES
004610*    Ecrit l'enregistrement d'en-tete de l'extrait declaratif
004620*    (type 1) et l'en-tete du rapport de controle.
004630******************************************************************
004640 1200-ECRIRE-ENTETES.
004650     MOVE SPACES TO DEC-ENTETE.
004660     MOVE '1' TO DE-TYPE.
004670     MOVE annee-fiscale TO DE-ANNEE.
004680     MOVE date-du-jour TO DE-DATE-CREATION.
004690     MOVE "BANQUE GCOB - GESTION DE CLIENTELE"
004700         TO DE-ETABLISSEMENT.
004710     PERFORM 5000-ECRIRE-DECLARATION THRU 5000-EXIT.
004720     MOVE SPACES TO CTL-LIGNE.
004730     STRING
004740         " IFU - CONTROLE DE L'ANNEE FISCALE " DELIMITED BY SIZE
004750         annee-fiscale DELIMITED BY SIZE
004760         " - TRAITEMENT DU " DELIMITED BY SIZE
004770         dj-jj DELIMITED BY SIZE
004780         "/" DELIMITED BY SIZE
004790         dj-mm DELIMITED BY SIZE
004800         "/" DELIMITED BY SIZE
004810         dj-aaaa DELIMITED BY SIZE
004820         INTO CTL-LIGNE
004830     END-STRING.
004840     PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT.
004850     MOVE ALL "-" TO CTL-LIGNE.
004860     PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT.
004870 1200-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910* 2000-TRAITER-HISTORIQUE
004920*    Lit l'enregistrement suivant de l'historique. Seuls les
004930*    interets de l'annee fiscale sont retenus. Un changement de
004940*    client clot le produit et l'IFU du client precedent et
004950*    ouvre celui du nouveau client ; un changement de produit
004960*    clot la ligne du produit precedent. En fin d'historique,
004970*    le dernier produit et le dernier client sont clos.
004980******************************************************************
004990 2000-TRAITER-HISTORIQUE.
005000     READ INTHIST-FILE NEXT RECORD
005010         AT END
005020             SET fin-historique TO TRUE
005030             PERFORM 3000-CLORE-PRODUIT THRU 3000-EXIT
005040             PERFORM 3100-CLORE-CLIENT THRU 3100-EXIT
005050             GO TO 2000-EXIT
005060     END-READ.
005070     ADD 1 TO nb-historiques-lus.
005080     IF IH-ANNEE NOT = annee-fiscale
005090         GO TO 2000-EXIT
005100     END-IF.
005110     IF IH-MM < 1 OR IH-MM > 12
005120         ADD 1 TO nb-anomalies
005130         MOVE SPACES TO CTL-LIGNE
005140         STRING " ANOMALIE : MOIS INVALIDE SUR " DELIMITED BY SIZE
005150             IH-NUMCLI DELIMITED BY SIZE
005160             "/" DELIMITED BY SIZE
005170             IH-NUMPROD DELIMITED BY SIZE
005180             " - INTERET IGNORE." DELIMITED BY SIZE
005190             INTO CTL-LIGNE
005200         END-STRING
005210         PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT
005220         GO TO 2000-EXIT
005230     END-IF.
005240     IF NOT client-en-cours OR IH-NUMCLI NOT = numcli-courant
005250         PERFORM 3000-CLORE-PRODUIT THRU 3000-EXIT
005260         PERFORM 3100-CLORE-CLIENT THRU 3100-EXIT
005270         PERFORM 2100-OUVRIR-CLIENT THRU 2100-EXIT
005280     END-IF.
005290     IF NOT produit-en-cours OR IH-NUMPROD NOT = numprod-courant
005300         PERFORM 3000-CLORE-PRODUIT THRU 3000-EXIT
005310         PERFORM 2200-OUVRIR-PRODUIT THRU 2200-EXIT
005320     END-IF.
005330     PERFORM 2300-CUMULER-INTERET THRU 2300-EXIT.
005340 2000-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380* 2100-OUVRIR-CLIENT
005390*    Ouvre l'IFU du client de l'enregistrement courant : lit son
005400*    adresse au fichier des clients et edite la premiere page.
005410*    Un client absent du fichier (supprime ou fusionne) est
005420*    declare sans adresse et signale au rapport de controle ;
005430*    son IFU n'est pas edite.
005440******************************************************************
005450 2100-OUVRIR-CLIENT.
005460     SET client-en-cours TO TRUE.
005470     MOVE IH-NUMCLI TO numcli-courant.
005480     MOVE ZERO TO interets-client.
005490     MOVE ZERO TO prelevement-client.
005500     MOVE ZERO TO lignes-produits.
005510     MOVE 'O' TO client-connu-sw.
005520     MOVE IH-NUMCLI TO CF-NUMCLI.
005530     READ CLIENT-FILE
005540         INVALID KEY
005550             MOVE 'N' TO client-connu-sw
005560     END-READ.
005570     IF NOT client-connu
005580         ADD 1 TO nb-anomalies
005590         MOVE SPACES TO CLIENT-ENREG
005600         MOVE IH-NUMCLI TO CF-NUMCLI
005610         MOVE "(CLIENT INCONNU)" TO CF-NOM
005620         MOVE ZERO TO CF-CP
005630         MOVE SPACES TO CTL-LIGNE
005640         STRING " ANOMALIE : CLIENT " DELIMITED BY SIZE
005650             IH-NUMCLI DELIMITED BY SIZE
005660             " ABSENT DU FICHIER CLIENTS - DECLARE SANS ADRESSE"
005670                 DELIMITED BY SIZE
005680             ", IFU NON EDITE." DELIMITED BY SIZE
005690             INTO CTL-LIGNE
005700         END-STRING
005710         PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT
005720         GO TO 2100-EXIT
005730     END-IF.
005740     PERFORM 4000-NOUVELLE-PAGE THRU 4000-EXIT.
005750 2100-EXIT.
005760     EXIT.
005770
005780 2200-OUVRIR-PRODUIT.
005790     SET produit-en-cours TO TRUE.
005800     MOVE IH-NUMPROD TO numprod-courant.
005810     MOVE IH-CODE-PRODUIT TO code-produit-courant.
005820     MOVE IH-TAUX-PRELEVEMENT TO taux-produit.
005830     SET taux-unique TO TRUE.
005840     MOVE ZERO TO interets-produit.
005850     MOVE ZERO TO prelevement-produit.
005860 2200-EXIT.
005870     EXIT.
005880
005890******************************************************************
005900* 2300-CUMULER-INTERET
005910*    Cumule l'interet de l'enregistrement courant sur le produit
005920*    et dans la ventilation mensuelle selon son origine. Le
005930*    prelevement a la source est calcule ligne a ligne au taux
005940*    historise (interet x taux / 100, arrondi au centime).
005950******************************************************************
005960 2300-CUMULER-INTERET.
005970     ADD 1 TO nb-historiques-retenus.
005980     COMPUTE prelevement-ligne ROUNDED =
005990         IH-MONTANT * IH-TAUX-PRELEVEMENT / 100.
006000     ADD IH-MONTANT TO interets-produit.
006010     ADD prelevement-ligne TO prelevement-produit.
006020     IF IH-TAUX-PRELEVEMENT NOT = taux-produit
006030         MOVE 'N' TO taux-unique-sw
006040     END-IF.
006050     MOVE IH-MM TO idx-mois.
006060     IF IH-ECHEANCE
006070         ADD 1 TO TM-NB-ECHEANCE(idx-mois)
006080         ADD IH-MONTANT TO TM-TOTAL-ECHEANCE(idx-mois)
006090         ADD IH-MONTANT TO total-echeance
006100     ELSE
006110         ADD 1 TO TM-NB-CAPITALISATION(idx-mois)
006120         ADD IH-MONTANT TO TM-TOTAL-CAPITALISATION(idx-mois)
006130         ADD IH-MONTANT TO total-capitalisation
006140     END-IF.
006150 2300-EXIT.
006160     EXIT.
006170
006180******************************************************************
006190* 3000-CLORE-PRODUIT
006200*    Edite la ligne du produit en cours sur l'IFU (code, interets
006210*    bruts de l'annee, taux de prelevement - DIVERS si le taux a
006220*    change en cours d'annee - et prelevement) et la cumule sur
006230*    le client. Change de page quand la page est pleine.
006240******************************************************************
006250 3000-CLORE-PRODUIT.
006260     IF NOT produit-en-cours
006270         GO TO 3000-EXIT
006280     END-IF.
006290     MOVE 'N' TO produit-en-cours-sw.
006300     ADD interets-produit TO interets-client.
006310     ADD prelevement-produit TO prelevement-client.
006320     IF NOT client-connu
006330         GO TO 3000-EXIT
006340     END-IF.
006350     IF lignes-produits >= lignes-produits-max
006360         PERFORM 4000-NOUVELLE-PAGE THRU 4000-EXIT
006370         MOVE ZERO TO lignes-produits
006380     END-IF.
006390     MOVE numprod-courant TO lp-numprod.
006400     MOVE code-produit-courant TO lp-code.
006410     MOVE interets-produit TO montant-edite.
006420     MOVE montant-edite TO lp-interets.
006430     IF taux-unique
006440         MOVE taux-produit TO taux-edite
006450         MOVE taux-edite TO lp-taux
006460     ELSE
006470         MOVE "DIVERS" TO lp-taux
006480     END-IF.
006490     MOVE prelevement-produit TO montant-edite.
006500     MOVE montant-edite TO lp-prelevement.
006510     MOVE ligne-produit TO EDT-LIGNE.
006520     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006530     ADD 1 TO lignes-produits.
006540 3000-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580* 3100-CLORE-CLIENT
006590*    Termine l'IFU du client en cours (totaux des interets bruts
006600*    et du prelevement avec les cases de la declaration de
006610*    revenus), ecrit son detail dans l'extrait declaratif et le
006620*    cumule dans les totaux de controle.
006630******************************************************************
006640 3100-CLORE-CLIENT.
006650     IF NOT client-en-cours
006660         GO TO 3100-EXIT
006670     END-IF.
006680     MOVE 'N' TO client-en-cours-sw.
006690     ADD interets-client TO total-interets.
006700     ADD prelevement-client TO total-prelevements.
006710     PERFORM 3200-DECLARER-CLIENT THRU 3200-EXIT.
006720     IF NOT client-connu
006730         GO TO 3100-EXIT
006740     END-IF.
006750     MOVE SPACES TO EDT-LIGNE.
006760     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006770     MOVE interets-client TO montant-edite.
006780     MOVE montant-edite TO lti-total.
006790     MOVE ligne-total-interets TO EDT-LIGNE.
006800     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006810     MOVE prelevement-client TO montant-edite.
006820     MOVE montant-edite TO ltp-total.
006830     MOVE ligne-total-prelevement TO EDT-LIGNE.
006840     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006850     MOVE SPACES TO EDT-LIGNE.
006860     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006870     MOVE ligne-mention-1 TO EDT-LIGNE.
006880     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006890     MOVE ligne-mention-2 TO EDT-LIGNE.
006900     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006910     ADD 1 TO nb-ifu-edites.
006920 3100-EXIT.
006930     EXIT.
006940
006950******************************************************************
006960* 3200-DECLARER-CLIENT
006970*    Ecrit le detail declaratif (type 2) du client en cours :
006980*    identite et adresse du fichier des clients, interets bruts
006990*    et prelevement a la source de l'annee.
007000******************************************************************
007010 3200-DECLARER-CLIENT.
007020     MOVE SPACES TO DEC-DETAIL.
007030     MOVE '2' TO DD-TYPE.
007040     MOVE annee-fiscale TO DD-ANNEE.
007050     MOVE numcli-courant TO DD-NUMCLI.
007060     MOVE CF-NOM TO DD-NOM.
007070     MOVE CF-PRENOM TO DD-PRENOM.
007080     MOVE CF-RUE TO DD-RUE.
007090     MOVE CF-CP TO DD-CP.
007100     MOVE CF-VILLE TO DD-VILLE.
007110     MOVE interets-client TO DD-INTERETS.
007120     MOVE prelevement-client TO DD-PRELEVEMENT.
007130     PERFORM 5000-ECRIRE-DECLARATION THRU 5000-EXIT.
007140     ADD 1 TO nb-details-declares.
007150 3200-EXIT.
007160     EXIT.
007170
007180******************************************************************
007190* 4000-NOUVELLE-PAGE
007200*    Ouvre une nouvelle page de l'IFU : saut de page, bloc
007210*    en-tete de l'etablissement avec numero de page, intitule et
007220*    annee de l'IFU, bloc adresse du client pour enveloppe a
007230*    fenetre, libelles de colonnes.
007240******************************************************************
007250 4000-NOUVELLE-PAGE.
007260     ADD 1 TO nb-pages-editees.
007270     MOVE nb-pages-editees TO page-editee.
007280     MOVE page-editee TO le1-page.
007290     MOVE ligne-entete-1 TO EDT-LIGNE.
007300     WRITE EDT-LIGNE AFTER ADVANCING PAGE.
007310     IF NOT EDITION-OK
007320         DISPLAY "IFUCLI : ERREUR ECRITURE IFUEDT - CODE "
007330             EDITION-STATUS
007340         SET edition-echouee TO TRUE
007350         SET fin-historique TO TRUE
007360         MOVE 8 TO RETURN-CODE
007370         GO TO 4000-EXIT
007380     END-IF.
007390     MOVE ligne-entete-2 TO EDT-LIGNE.
007400     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
007410     MOVE annee-fiscale TO le3-annee.
007420     MOVE ligne-entete-3 TO EDT-LIGNE.
007430     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
007440     MOVE SPACES TO le4-date.
007450     STRING
007460         dj-jj DELIMITED BY SIZE
007470         "/" DELIMITED BY SIZE
007480         dj-mm DELIMITED BY SIZE
007490         "/" DELIMITED BY SIZE
007500         dj-aaaa DELIMITED BY SIZE
007510         INTO le4-date
007520     END-STRING.
007530     MOVE ligne-entete-4 TO EDT-LIGNE.
007540     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
007550     MOVE SPACES TO EDT-LIGNE.
007560     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
007570     MOVE CF-PRENOM TO la1-prenom.
007580     MOVE CF-NOM TO la1-nom.
007590     MOVE ligne-adresse-1 TO EDT-LIGNE.
007600     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
007610     MOVE CF-RUE TO la2-rue.
007620     MOVE ligne-adresse-2 TO EDT-LIGNE.
007630     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
007640     MOVE CF-CP TO la3-cp.
007650     MOVE CF-VILLE TO la3-ville.
007660     MOVE ligne-adresse-3 TO EDT-LIGNE.
007670     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
007680     MOVE SPACES TO EDT-LIGNE.
007690     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
007700     MOVE numcli-courant TO lc-numcli.
007710     MOVE ligne-client TO EDT-LIGNE.
007720     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
007730     MOVE ligne-colonnes TO EDT-LIGNE.
007740     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
007750     MOVE ALL "-" TO EDT-LIGNE.
007760     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
007770 4000-EXIT.
007780     EXIT.
007790
007800******************************************************************
007810* 5000-ECRIRE-DECLARATION
007820*    Ecrit l'enregistrement courant de l'extrait declaratif ;
007830*    une erreur d'ecriture interrompt le traitement.
007840******************************************************************
007850 5000-ECRIRE-DECLARATION.
007860     WRITE DEC-ENTETE.
007870     IF NOT DECLARATION-OK
007880         DISPLAY "IFUCLI : ERREUR ECRITURE IFUDEC - CODE "
007890             DECLARATION-STATUS
007900         SET edition-echouee TO TRUE
007910         SET fin-historique TO TRUE
007920         MOVE 8 TO RETURN-CODE
007930     END-IF.
007940 5000-EXIT.
007950     EXIT.
007960
007970******************************************************************
007980* 6000-EDITER-VENTILATION
007990*    Edite au rapport de controle la ventilation mensuelle des
008000*    interets de l'annee : interets capitalises (a rapprocher du
008010*    TOTAL INTERETS CREDITES du journal INTJRN du mois) et
008020*    interets verses a l'echeance (rapport ECHRPT).
008030******************************************************************
008040 6000-EDITER-VENTILATION.
008050     MOVE ALL "-" TO CTL-LIGNE.
008060     PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT.
008070     MOVE SPACES TO CTL-LIGNE.
008080     STRING
008090         " MOIS         NB  CAPITALISES (INTJRN)"
008100             DELIMITED BY SIZE
008110         "      NB  VERSES A L'ECHEANCE" DELIMITED BY SIZE
008120         INTO CTL-LIGNE
008130     END-STRING.
008140     PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT.
008150     MOVE 1 TO idx-mois.
008160     PERFORM 6100-EDITER-MOIS THRU 6100-EXIT 12 TIMES.
008170     MOVE ALL "-" TO CTL-LIGNE.
008180     PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT.
008190 6000-EXIT.
008200     EXIT.
008210
008220 6100-EDITER-MOIS.
008230     MOVE idx-mois TO mois-edite.
008240     MOVE SPACES TO cm-mois.
008250     STRING
008260         mois-edite DELIMITED BY SIZE
008270         "/" DELIMITED BY SIZE
008280         annee-fiscale DELIMITED BY SIZE
008290         INTO cm-mois
008300     END-STRING.
008310     MOVE TM-NB-CAPITALISATION(idx-mois) TO cm-nb-capitalisation.
008320     MOVE TM-TOTAL-CAPITALISATION(idx-mois) TO total-edite.
008330     MOVE total-edite TO cm-total-capitalisation.
008340     MOVE TM-NB-ECHEANCE(idx-mois) TO cm-nb-echeance.
008350     MOVE TM-TOTAL-ECHEANCE(idx-mois) TO total-edite.
008360     MOVE total-edite TO cm-total-echeance.
008370     MOVE ctl-mois TO CTL-LIGNE.
008380     PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT.
008390     ADD 1 TO idx-mois.
008400 6100-EXIT.
008410     EXIT.
008420
008430******************************************************************
008440* 8000-ECRIRE-LIGNE
008450*    Ecrit la ligne courante de l'IFU ; une erreur d'ecriture
008460*    interrompt l'edition.
008470******************************************************************
008480 8000-ECRIRE-LIGNE.
008490     WRITE EDT-LIGNE AFTER ADVANCING 1 LINE.
008500     IF NOT EDITION-OK
008510         DISPLAY "IFUCLI : ERREUR ECRITURE IFUEDT - CODE "
008520             EDITION-STATUS
008530         SET edition-echouee TO TRUE
008540         SET fin-historique TO TRUE
008550         MOVE 8 TO RETURN-CODE
008560     END-IF.
008570 8000-EXIT.
008580     EXIT.
008590
008600 8100-ECRIRE-CONTROLE.
008610     WRITE CTL-LIGNE.
008620     IF NOT CONTROLE-OK
008630         DISPLAY "IFUCLI : ERREUR ECRITURE IFURPT - CODE "
008640             CONTROLE-STATUS
008650         SET edition-echouee TO TRUE
008660         SET fin-historique TO TRUE
008670         MOVE 8 TO RETURN-CODE
008680     END-IF.
008690 8100-EXIT.
008700     EXIT.
008710
008720******************************************************************
008730* 9000-TERMINAISON
008740*    Ecrit l'enregistrement de fin de l'extrait declaratif (type
008750*    9 : nombre de details, total des interets et du prelevement,
008760*    part capitalisee et part versee a l'echeance), la
008770*    ventilation mensuelle et les totaux du rapport de controle,
008780*    le compte de pages de l'edition, referme les fichiers et
008790*    rend compte. Une anomalie donne le code retour 4.
008800******************************************************************
008810 9000-TERMINAISON.
008820     IF NOT edition-echouee
008830         MOVE SPACES TO DEC-FIN
008840         MOVE '9' TO DF-TYPE
008850         MOVE annee-fiscale TO DF-ANNEE
008860         MOVE nb-details-declares TO DF-NB-DETAILS
008870         MOVE total-interets TO DF-TOTAL-INTERETS
008880         MOVE total-prelevements TO DF-TOTAL-PRELEVEMENTS
008890         MOVE total-capitalisation TO DF-TOTAL-CAPITALISATION
008900         MOVE total-echeance TO DF-TOTAL-ECHEANCE
008910         PERFORM 5000-ECRIRE-DECLARATION THRU 5000-EXIT
008920     END-IF.
008930     IF NOT edition-echouee
008940         PERFORM 6000-EDITER-VENTILATION THRU 6000-EXIT
008950         PERFORM 9100-ECRIRE-TOTAUX THRU 9100-EXIT
008960     END-IF.
008970     IF NOT edition-echouee
008980         MOVE nb-pages-editees TO page-editee
008990         MOVE page-editee TO lf-pages
009000         MOVE ligne-fin-edition TO EDT-LIGNE
009010         PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT
009020     END-IF.
009030     CLOSE INTHIST-FILE.
009040     CLOSE CLIENT-FILE.
009050     CLOSE EDITION-FILE.
009060     CLOSE DECLARATION-FILE.
009070     CLOSE CONTROLE-FILE.
009080     IF nb-anomalies > ZERO AND RETURN-CODE = ZERO
009090         MOVE 4 TO RETURN-CODE
009100     END-IF.
009110     IF edition-echouee
009120         DISPLAY "IFUCLI : EDITION INTERROMPUE PAR ERREUR D'E/S"
009130             " - IFU ET EXTRAIT A REFAIRE."
009140     END-IF.
009150     DISPLAY "IFUCLI : ANNEE " annee-fiscale " - "
009160         nb-details-declares " CLIENT(S) DECLARE(S) - "
009170         nb-ifu-edites " IFU EDITE(S) - " nb-anomalies
009180         " ANOMALIE(S).".
009190 9000-EXIT.
009200     EXIT.
009210
009220 9100-ECRIRE-TOTAUX.
009230     MOVE SPACES TO CTL-LIGNE.
009240     MOVE total-capitalisation TO total-edite.
009250     STRING " TOTAL CAPITALISE (CALCINT)   : " DELIMITED BY SIZE
009260         total-edite DELIMITED BY SIZE
009270         INTO CTL-LIGNE
009280     END-STRING.
009290     PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT.
009300     MOVE SPACES TO CTL-LIGNE.
009310     MOVE total-echeance TO total-edite.
009320     STRING " TOTAL VERSE A L'ECHEANCE     : " DELIMITED BY SIZE
009330         total-edite DELIMITED BY SIZE
009340         INTO CTL-LIGNE
009350     END-STRING.
009360     PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT.
009370     MOVE SPACES TO CTL-LIGNE.
009380     MOVE total-interets TO total-edite.
009390     STRING " TOTAL DES INTERETS DECLARES  : " DELIMITED BY SIZE
009400         total-edite DELIMITED BY SIZE
009410         INTO CTL-LIGNE
009420     END-STRING.
009430     PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT.
009440     MOVE SPACES TO CTL-LIGNE.
009450     MOVE total-prelevements TO total-edite.
009460     STRING " TOTAL DES PRELEVEMENTS       : " DELIMITED BY SIZE
009470         total-edite DELIMITED BY SIZE
009480         INTO CTL-LIGNE
009490     END-STRING.
009500     PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT.
009510     MOVE SPACES TO CTL-LIGNE.
009520     MOVE nb-details-declares TO compteur-edite.
009530     STRING " CLIENTS DECLARES (IFUDEC)    : " DELIMITED BY SIZE
009540         compteur-edite DELIMITED BY SIZE
009550         INTO CTL-LIGNE
009560     END-STRING.
009570     PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT.
009580     MOVE SPACES TO CTL-LIGNE.
009590     MOVE nb-ifu-edites TO compteur-edite.
009600     STRING " IFU EDITES (IFUEDT)          : " DELIMITED BY SIZE
009610         compteur-edite DELIMITED BY SIZE
009620         INTO CTL-LIGNE
009630     END-STRING.
009640     PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT.
009650     MOVE SPACES TO CTL-LIGNE.
009660     MOVE nb-historiques-lus TO compteur-edite.
009670     STRING " HISTORIQUES LUS              : " DELIMITED BY SIZE
009680         compteur-edite DELIMITED BY SIZE
009690         INTO CTL-LIGNE
009700     END-STRING.
009710     PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT.
009720     MOVE SPACES TO CTL-LIGNE.
009730     MOVE nb-historiques-retenus TO compteur-edite.
009740     STRING " HISTORIQUES DE L'ANNEE       : " DELIMITED BY SIZE
009750         compteur-edite DELIMITED BY SIZE
009760         INTO CTL-LIGNE
009770     END-STRING.
009780     PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT.
009790     MOVE SPACES TO CTL-LIGNE.
009800     MOVE nb-anomalies TO compteur-edite.
009810     STRING " ANOMALIES                    : " DELIMITED BY SIZE
009820         compteur-edite DELIMITED BY SIZE
009830         INTO CTL-LIGNE
009840     END-STRING.
009850     PERFORM 8100-ECRIRE-CONTROLE THRU 8100-EXIT.
009860 9100-EXIT.
009870     EXIT.
009880
009881******************************************************************
009882* 9800-CLORE-CONTROLE
009883*    Inscrit la fin du passage dans le fichier de controle : date
009884*    et heure de fin, code retour, volumes traites ; etat termine
009885*    jusqu'au code retour 4, en anomalie au-dela.
009886******************************************************************
009887 9800-CLORE-CONTROLE.
009888     IF NOT execution-inscrite
009889         GO TO 9800-EXIT
009890     END-IF.
009891     OPEN I-O RUNCTL-FILE.
009892     IF NOT RUNCTL-OK
009893         DISPLAY "IFUCLI : FIN DE PASSAGE NON INSCRITE DANS"
009894             " RUNCTL - CODE " RUNCTL-STATUS
009895         IF RETURN-CODE < 4
009896             MOVE 4 TO RETURN-CODE
009897         END-IF
009898         GO TO 9800-EXIT
009899     END-IF.
009900     MOVE periode-controle TO CTL-DATE-METIER.
009901     MOVE ctl-programme TO CTL-TRAITEMENT.
009902     READ RUNCTL-FILE
009903         INVALID KEY
009904             DISPLAY "IFUCLI : PASSAGE ABSENT DE RUNCTL - "
009905                 "FIN NON INSCRITE."
009906             IF RETURN-CODE < 4
009907                 MOVE 4 TO RETURN-CODE
009908             END-IF
009909             CLOSE RUNCTL-FILE
009910             GO TO 9800-EXIT
009911     END-READ.
009912     IF RETURN-CODE > 4
009913         MOVE 'A' TO CTL-ETAT
009914     ELSE
009915         MOVE 'T' TO CTL-ETAT
009916     END-IF.
009917     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
009918     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
009919     ACCEPT CTL-HEURE-FIN FROM TIME.
009920     MOVE nb-historiques-lus TO CTL-NB-LUS.
009921     MOVE nb-details-declares TO CTL-NB-ECRITS.
009922     MOVE nb-anomalies TO CTL-NB-REJETS.
009923     REWRITE CTL-ENREG.
009924     IF NOT RUNCTL-OK
009925         DISPLAY "IFUCLI : ERREUR ECRITURE RUNCTL EN FIN - "
009926             "CODE " RUNCTL-STATUS
009927         IF RETURN-CODE < 4
009928             MOVE 4 TO RETURN-CODE
009929         END-IF
009930     END-IF.
009931     CLOSE RUNCTL-FILE.
009932 9800-EXIT.
009933     EXIT.
009934
009935 END PROGRAM IFUCLI.
