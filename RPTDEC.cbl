000010******************************************************************
000020* Author:     J. Leroy (service etudes)
000030* Date:       15/10/2026
000040* Purpose:    Rapport quotidien des produits debiteurs : chaque
000050*             produit non clos dont le solde du fichier CONTRATS
000060*             est negatif est rapproche de son autorisation de
000070*             decouvert (fichier AUTDEC). Le rapport (DECRPT)
000080*             liste les produits en anomalie : debit sans
000090*             autorisation, autorisation echue ou revoquee,
000100*             debit au-dela du plafond autorise, avec le montant
000110*             hors autorisation. Les debits couverts par une
000120*             autorisation valide ne sont que comptes. Les
000130*             totaux de controle sont edites par situation.
000140* Tectonics: cobc
000150******************************************************************
000160******************************************************************
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 15/10/2026 JLY   CREATION DU RAPPORT QUOTIDIEN DES PRODUITS
000210*                  DEBITEURS : DEBIT NON AUTORISE, AUTORISATION
000220*                  ECHUE OU REVOQUEE, DEPASSEMENT DU PLAFOND.
000221* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000222*                  PASSAGE EST INSCRIT POUR LA DATE METIER POSEE
000223*                  PAR FENBAT OUVRIR (DEBUT, FIN, CODE RETOUR,
000224*                  COMPTEURS). SECOND PASSAGE REFUSE (RC 4) SAUF
000225*                  FORCAGE PAR CTLCHN, REFUS (RC 8) SI POSTMVT
000226*                  N'EST PAS TERMINE. LA DATE DE TRAITEMENT EST LA
000227*                  DATE METIER.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. RPTDEC.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CLIENT-FILE ASSIGN TO "CLIENTS"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS CF-NUMCLI
000330         ALTERNATE RECORD KEY IS CF-NOM WITH DUPLICATES
000340         ALTERNATE RECORD KEY IS CF-VILLE WITH DUPLICATES
000350         FILE STATUS IS CLIENT-FILE-STATUS.
000360     SELECT CONTRAT-FILE ASSIGN TO "CONTRATS"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CT-CLE
000400         FILE STATUS IS CONTRAT-FILE-STATUS.
000410     SELECT DECOUVERT-FILE ASSIGN TO "AUTDEC"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS DA-CLE
000450         FILE STATUS IS DECOUVERT-STATUS.
000460     SELECT RAPPORT-FILE ASSIGN TO "DECRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RAPPORT-STATUS.
000490     SELECT SESSION-FILE ASSIGN TO "SESSION"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS SESSION-STATUS.
000511     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS RANDOM
000514         RECORD KEY IS CTL-CLE
000515         FILE STATUS IS RUNCTL-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CLIENT-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 01  CLIENT-ENREG.
000570     02 CF-NUMCLI PIC 9(6).
000580     02 CF-NOM PIC x(30).
000590     02 CF-PRENOM PIC x(30).
000600     02 CF-ADRESSE.
000610         03 CF-RUE PIC x(30).
000620         03 CF-CP PIC 9(5).
000630         03 CF-VILLE PIC x(30).
000640     02 CF-AGENCE PIC 9(03).
000650 FD  CONTRAT-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  CONTRAT-ENREG.
000680     02 CT-CLE.
000690         03 CT-NUMCLI PIC 9(6).
000700         03 CT-NUMPROD PIC 9(3).
000710     02 CT-INTITULE PIC x(30).
000720     02 CT-SOMME PIC S9(9)v9(2).
000730     02 CT-DATECREATION.
000740         03 CT-JOUR PIC 9(2).
000750         03 CT-MOIS PIC 9(2).
000760         03 CT-ANNEE PIC 9(4).
000770     02 CT-ETAT PIC x(01).
000780         88 CT-ACTIF VALUE 'A'.
000790         88 CT-CLOS VALUE 'C'.
000800         88 CT-DORMANT VALUE 'D'.
000803     02 CT-DATE-ECHEANCE PIC 9(08).
000806     02 CT-PRODUIT-VERSEMENT PIC 9(03).
000810 FD  DECOUVERT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  DECOUVERT-ENREG.
000840     02 DA-CLE.
000850         03 DA-NUMCLI PIC 9(6).
000860         03 DA-NUMPROD PIC 9(3).
000870     02 DA-PLAFOND PIC 9(9)v9(2).
000880     02 DA-DATE-DEBUT PIC 9(08).
000890     02 DA-DATE-FIN PIC 9(08).
000900     02 DA-ETAT PIC x(01).
000910         88 DA-ACTIVE VALUE 'A'.
000920         88 DA-REVOQUEE VALUE 'R'.
000930 FD  RAPPORT-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  RAP-LIGNE PIC x(132).
000960
000970 FD  SESSION-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  SES-ENREG.
001000     02 SES-ETAT PIC x(01).
001010     02 SES-DATE PIC 9(08).
001020     02 SES-HEURE PIC 9(08).
001021 FD  RUNCTL-FILE
001022     LABEL RECORDS ARE STANDARD.
001023 01  CTL-ENREG.
001024     02 CTL-CLE.
001025         03 CTL-DATE-METIER PIC 9(08).
001026         03 CTL-TRAITEMENT PIC x(08).
001027     02 CTL-ETAT PIC x(01).
001028         88 CTL-EN-COURS VALUE 'E'.
001029         88 CTL-TERMINE VALUE 'T'.
001030         88 CTL-ANOMALIE VALUE 'A'.
001031         88 CTL-REFUSE VALUE 'R'.
001032     02 CTL-DATE-DEBUT PIC 9(08).
001033     02 CTL-HEURE-DEBUT PIC 9(08).
001034     02 CTL-DATE-FIN PIC 9(08).
001035     02 CTL-HEURE-FIN PIC 9(08).
001036     02 CTL-CODE-RETOUR PIC 9(04).
001037     02 CTL-NB-LUS PIC 9(09).
001038     02 CTL-NB-ECRITS PIC 9(09).
001039     02 CTL-NB-REJETS PIC 9(09).
001040     02 CTL-NB-PASSAGES PIC 9(03).
001041     02 CTL-FORCAGE PIC x(01).
001042         88 CTL-FORCE VALUE 'O'.
001043     02 CTL-MODE PIC x(01).
001044         88 CTL-MODE-NORMAL VALUE 'N'.
001045         88 CTL-MODE-REPRISE VALUE 'R'.
001046         88 CTL-MODE-FORCE VALUE 'F'.
001047     02 CTL-DATE-REFERENCE PIC 9(08).
001048     02 FILLER PIC x(07).
001049 01  CTL-DATE-ENREG.
001050     02 FILLER PIC x(16).
001051     02 CTL-DM-ETAT PIC x(01).
001052         88 CTL-DM-OUVERTE VALUE 'O'.
001053         88 CTL-DM-FERMEE VALUE 'F'.
001054     02 CTL-DM-DATE-COURANTE PIC 9(08).
001055     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
001056     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
001057     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
001058     02 FILLER PIC x(51).
001059 WORKING-STORAGE SECTION.
001060
001061* Garde de la fenetre batch : le drapeau de session en ligne
001062* (fichier SESSION, pose par l'ecran) interdit le demarrage du
001070* job tant qu'un poste tient les fichiers ouverts.
001080 01 SESSION-STATUS PIC x(02).
001090     88 SESSION-OK VALUE '00'.
001100     88 SESSION-INEXISTANTE VALUE '35'.
001110 77 session-ouverte-sw PIC x(01) VALUE 'N'.
001120     88 session-ouverte VALUE 'O'.
001130
001140 01 CLIENT-FILE-STATUS PIC x(02).
001150     88 CLIENT-FILE-OK VALUE '00'.
001160
001170 01 CONTRAT-FILE-STATUS PIC x(02).
001180     88 CONTRAT-FILE-OK VALUE '00'.
001190
001200 01 DECOUVERT-STATUS PIC x(02).
001210     88 DECOUVERT-OK VALUE '00'.
001220     88 DECOUVERT-INEXISTANT VALUE '35'.
001230     88 DECOUVERT-NON-TROUVE VALUE '23'.
001240
001250 01 RAPPORT-STATUS PIC x(02).
001260     88 RAPPORT-OK VALUE '00'.
001270
001280 77 fin-contrats-sw PIC x(01).
001290     88 fin-contrats VALUE 'O'.
001300
001310 77 rapport-echoue-sw PIC x(01).
001320     88 rapport-echoue VALUE 'O'.
001330
001340 77 decouverts-presents-sw PIC x(01) VALUE 'N'.
001350     88 decouverts-presents VALUE 'O'.
001360
001370 77 decouvert-trouve-sw PIC x(01).
001380     88 decouvert-trouve VALUE 'O'.
001390
001400 77 nb-produits-examines PIC 9(07) COMP VALUE ZERO.
001410 77 nb-debiteurs PIC 9(07) COMP VALUE ZERO.
001420 77 nb-autorises PIC 9(07) COMP VALUE ZERO.
001430 77 nb-non-autorises PIC 9(07) COMP VALUE ZERO.
001440 77 nb-echus PIC 9(07) COMP VALUE ZERO.
001450 77 nb-depassements PIC 9(07) COMP VALUE ZERO.
001460 77 total-debiteur PIC 9(11)v9(02) VALUE ZERO.
001470 77 total-non-autorise PIC 9(11)v9(02) VALUE ZERO.
001480 77 total-echu PIC 9(11)v9(02) VALUE ZERO.
001490 77 total-depassement PIC 9(11)v9(02) VALUE ZERO.
001500
001510* Produit debiteur courant : montant du debit et part hors
001520* autorisation (tout le debit sans autorisation valide, ou la
001530* part au-dela du plafond).
001540 01 date-du-jour PIC 9(08).
001550 01 date-du-jour-decoupe REDEFINES date-du-jour.
001560     02 dj-aaaa PIC 9(04).
001570     02 dj-mm PIC 9(02).
001580     02 dj-jj PIC 9(02).
001590 77 montant-debiteur PIC 9(11)v9(02).
001600 77 montant-hors PIC 9(11)v9(02).
001610 01 date-fin-edit PIC 9(08).
001620 01 date-fin-decoupe REDEFINES date-fin-edit.
001630     02 df-aaaa PIC 9(04).
001640     02 df-mm PIC 9(02).
001650     02 df-jj PIC 9(02).
001660
001670* Client courant du rapport (rupture sur le numero de client).
001680 77 numcli-courant PIC 9(06) VALUE ZERO.
001690 77 nom-client PIC x(30).
001700
001710 01 rap-compteur-edit PIC 9(07).
001720 01 rap-total-edit PIC 9(11).99.
001730 01 rap-solde-edit PIC -9(9).99.
001740 01 rap-montant-edit PIC 9(9).99.
001750
001760 01 rap-detail.
001770     02 FILLER PIC x(01) VALUE SPACE.
001780     02 rd-numcli PIC 9(06).
001790     02 FILLER PIC x(01) VALUE SPACE.
001800     02 rd-numprod PIC 9(03).
001810     02 FILLER PIC x(01) VALUE SPACE.
001820     02 rd-nom PIC x(25).
001830     02 FILLER PIC x(01) VALUE SPACE.
001840     02 rd-intitule PIC x(25).
001850     02 FILLER PIC x(01) VALUE SPACE.
001860     02 rd-solde PIC x(13).
001870     02 FILLER PIC x(01) VALUE SPACE.
001880     02 rd-plafond PIC x(12).
001890     02 FILLER PIC x(01) VALUE SPACE.
001900     02 rd-fin PIC x(10).
001910     02 FILLER PIC x(01) VALUE SPACE.
001920     02 rd-hors PIC x(12).
001930     02 FILLER PIC x(01) VALUE SPACE.
001940     02 rd-situation PIC x(11).
001950
001951* Controle d'execution de la chaine (fichier RUNCTL) : date metier
001952* posee par FENBAT OUVRIR, second passage reussi pour la meme date
001953* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
001954* demarrage refuse tant que le traitement prerequis n'est pas
001955* termine pour la date metier.
001956 01 RUNCTL-STATUS PIC x(02).
001957     88 RUNCTL-OK VALUE '00'.
001958     88 RUNCTL-INEXISTANT VALUE '35'.
001959 77 ctl-programme PIC x(08) VALUE 'RPTDEC'.
001960 77 ctl-prerequis PIC x(08) VALUE 'POSTMVT'.
001961 77 ctl-periodicite PIC x(01) VALUE 'J'.
001962     88 ctl-quotidien VALUE 'J'.
001963     88 ctl-mensuel VALUE 'M'.
001964     88 ctl-annuel VALUE 'A'.
001965 77 ctl-existant-sw PIC x(01).
001966     88 ctl-existant VALUE 'O'.
001967 77 execution-refusee-sw PIC x(01) VALUE 'N'.
001968     88 execution-refusee VALUE 'O'.
001969 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
001970     88 execution-inscrite VALUE 'O'.
001971 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
001972     88 execution-interrompue VALUE 'O'.
001973 77 execution-forcee-sw PIC x(01) VALUE 'N'.
001974     88 execution-forcee VALUE 'O'.
001975 01 controle-sauve PIC x(100).
001976 01 date-metier PIC 9(08).
001977 01 periode-controle PIC 9(08).
001978 01 periode-controle-decoupe REDEFINES periode-controle.
001979     02 pc-aaaa PIC 9(04).
001980     02 pc-mm PIC 9(02).
001981     02 pc-jj PIC 9(02).
001982
001983 PROCEDURE DIVISION.
001984
001985******************************************************************
001990* 0000-MAINLINE
002000*    Controle la session en ligne, examine les produits et
002010*    leurs autorisations de decouvert, puis imprime les totaux
002020*    de controle.
002030******************************************************************
002040 0000-MAINLINE.
002050     PERFORM 0500-CONTROLER-SESSION THRU 0500-EXIT.
002060     IF session-ouverte
002070         MOVE 8 TO RETURN-CODE
002080         STOP RUN
002090     END-IF.
002092     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
002094     IF execution-refusee
002096         STOP RUN
002098     END-IF.
002100     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002110     IF NOT rapport-echoue
002120         PERFORM 2000-EXAMINER-CONTRAT THRU 2000-EXIT
002130             UNTIL fin-contrats
002140         PERFORM 9000-TERMINAISON THRU 9000-EXIT
002150     END-IF.
002155     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
002160     STOP RUN.
002170
002180******************************************************************
002190* 0500-CONTROLER-SESSION
002200*    Consulte le drapeau de session en ligne (fichier SESSION) :
002210*    un etat O signale un ecran encore ouvert sur les fichiers,
002220*    le job est refuse. Drapeau absent = aucune session.
002230******************************************************************
002240 0500-CONTROLER-SESSION.
002250     MOVE 'N' TO session-ouverte-sw.
002260     OPEN INPUT SESSION-FILE.
002270     IF SESSION-INEXISTANTE
002280         GO TO 0500-EXIT
002290     END-IF.
002300     IF NOT SESSION-OK
002310         DISPLAY "RPTDEC : DRAPEAU DE SESSION ILLISIBLE - CODE "
002320             SESSION-STATUS " - JOB REFUSE."
002330         SET session-ouverte TO TRUE
002340         GO TO 0500-EXIT
002350     END-IF.
002360     READ SESSION-FILE
002370         AT END
002380             CONTINUE
002390     END-READ.
002400     IF SESSION-OK AND SES-ETAT = 'O'
002410         DISPLAY "RPTDEC : UNE SESSION EN LIGNE TIENT ENCORE"
002420             " LES FICHIERS (DEPUIS " SES-DATE " " SES-HEURE
002430             ") - JOB REFUSE."
002440         SET session-ouverte TO TRUE
002450     END-IF.
002460     CLOSE SESSION-FILE.
002470 0500-EXIT.
002480     EXIT.
002490
002491******************************************************************
002492* 0600-OUVRIR-CONTROLE
002493*    Controle d'execution (fichier RUNCTL) : lit la date metier
002494*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
002495*    la meme date ou periode (code retour 4) sauf forcage, refuse
002496*    le demarrage tant que le prerequis n'est pas termine pour la
002497*    date metier (code retour 8), puis inscrit le passage a l'etat
002498*    en cours. Un passage precedent reste en cours ou termine en
002499*    anomalie signale une relance apres incident.
002500******************************************************************
002501 0600-OUVRIR-CONTROLE.
002502     MOVE 'N' TO execution-refusee-sw.
002503     MOVE 'N' TO execution-inscrite-sw.
002504     MOVE 'N' TO execution-interrompue-sw.
002505     MOVE 'N' TO execution-forcee-sw.
002506     OPEN I-O RUNCTL-FILE.
002507     IF NOT RUNCTL-OK
002508         DISPLAY "RPTDEC : FICHIER DE CONTROLE RUNCTL"
002509             " INACCESSIBLE - CODE " RUNCTL-STATUS
002510             " - JOB REFUSE."
002511         SET execution-refusee TO TRUE
002512         MOVE 8 TO RETURN-CODE
002513         GO TO 0600-EXIT
002514     END-IF.
002515     MOVE ZERO TO CTL-DATE-METIER.
002516     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
002517     READ RUNCTL-FILE
002518         INVALID KEY
002519             DISPLAY "RPTDEC : DATE METIER NON POSEE"
002520                 " (FENBAT OUVRIR) - JOB REFUSE."
002521             SET execution-refusee TO TRUE
002522             MOVE 8 TO RETURN-CODE
002523             CLOSE RUNCTL-FILE
002524             GO TO 0600-EXIT
002525     END-READ.
002526     MOVE CTL-DM-DATE-COURANTE TO date-metier.
002527     MOVE date-metier TO periode-controle.
002528     IF ctl-mensuel
002529         MOVE ZERO TO pc-jj
002530     END-IF.
002531     IF ctl-annuel
002532         MOVE ZERO TO pc-mm
002533         MOVE ZERO TO pc-jj
002534     END-IF.
002535     MOVE 'O' TO ctl-existant-sw.
002536     MOVE periode-controle TO CTL-DATE-METIER.
002537     MOVE ctl-programme TO CTL-TRAITEMENT.
002538     READ RUNCTL-FILE
002539         INVALID KEY
002540             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
002541     END-READ.
002542     IF CTL-FORCE
002543         SET execution-forcee TO TRUE
002544     END-IF.
002545     IF CTL-TERMINE AND NOT execution-forcee
002546         DISPLAY "RPTDEC : DEJA TERMINE POUR " periode-controle
002547             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
002548             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
002549         SET execution-refusee TO TRUE
002550         MOVE 4 TO RETURN-CODE
002551         CLOSE RUNCTL-FILE
002552         GO TO 0600-EXIT
002553     END-IF.
002554     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
002555         SET execution-interrompue TO TRUE
002556     END-IF.
002557     MOVE CTL-ENREG TO controle-sauve.
002558     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
002559         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
002560     END-IF.
002561     MOVE controle-sauve TO CTL-ENREG.
002562     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
002563     ACCEPT CTL-HEURE-DEBUT FROM TIME.
002564     MOVE ZERO TO CTL-DATE-FIN.
002565     MOVE ZERO TO CTL-HEURE-FIN.
002566     MOVE date-metier TO CTL-DATE-REFERENCE.
002567     ADD 1 TO CTL-NB-PASSAGES.
002568     IF execution-refusee
002569         GO TO 0600-REFUS
002570     END-IF.
002571     MOVE 'E' TO CTL-ETAT.
002572     MOVE ZERO TO CTL-CODE-RETOUR.
002573     MOVE ZERO TO CTL-NB-LUS.
002574     MOVE ZERO TO CTL-NB-ECRITS.
002575     MOVE ZERO TO CTL-NB-REJETS.
002576     MOVE 'N' TO CTL-FORCAGE.
002577     MOVE 'N' TO CTL-MODE.
002578     IF execution-interrompue
002579         MOVE 'R' TO CTL-MODE
002580         DISPLAY "RPTDEC : PASSAGE PRECEDENT INTERROMPU POUR "
002581             periode-controle " - RELANCE APRES INCIDENT."
002582     END-IF.
002583     IF execution-forcee
002584         MOVE 'F' TO CTL-MODE
002585         DISPLAY "RPTDEC : PASSAGE FORCE POUR "
002586             periode-controle "."
002587     END-IF.
002588     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
002589     IF NOT execution-refusee
002590         SET execution-inscrite TO TRUE
002591     END-IF.
002592     CLOSE RUNCTL-FILE.
002593     GO TO 0600-EXIT.
002594 0600-REFUS.
002595*    Un passage interrompu garde son etat : seul un refus sur un
002596*    traitement non encore lance (ou deja refuse) est inscrit.
002597     IF ctl-existant AND NOT CTL-REFUSE
002598         CLOSE RUNCTL-FILE
002599         GO TO 0600-EXIT
002600     END-IF.
002601     MOVE 'R' TO CTL-ETAT.
002602     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
002603     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
002604     CLOSE RUNCTL-FILE.
002605 0600-EXIT.
002606     EXIT.
002607
002608******************************************************************
002609* 0610-INITIALISER-CONTROLE
002610*    Prepare un enregistrement de controle vierge pour le
002611*    traitement et la periode courants (premier passage).
002612******************************************************************
002613 0610-INITIALISER-CONTROLE.
002614     MOVE 'N' TO ctl-existant-sw.
002615     MOVE SPACES TO CTL-ENREG.
002616     MOVE periode-controle TO CTL-DATE-METIER.
002617     MOVE ctl-programme TO CTL-TRAITEMENT.
002618     MOVE ZERO TO CTL-CODE-RETOUR.
002619     MOVE ZERO TO CTL-NB-LUS.
002620     MOVE ZERO TO CTL-NB-ECRITS.
002621     MOVE ZERO TO CTL-NB-REJETS.
002622     MOVE ZERO TO CTL-NB-PASSAGES.
002623     MOVE 'N' TO CTL-FORCAGE.
002624     MOVE 'N' TO CTL-MODE.
002625     MOVE ZERO TO CTL-DATE-REFERENCE.
002626 0610-EXIT.
002627     EXIT.
002628
002629******************************************************************
002630* 0620-CONTROLER-PREREQUIS
002631*    Le traitement prerequis doit etre termine (code retour 4 au
002632*    plus) pour la date metier ; sinon le demarrage est refuse.
002633******************************************************************
002634 0620-CONTROLER-PREREQUIS.
002635     MOVE date-metier TO CTL-DATE-METIER.
002636     MOVE ctl-prerequis TO CTL-TRAITEMENT.
002637     READ RUNCTL-FILE
002638         INVALID KEY
002639             MOVE SPACES TO CTL-ETAT
002640     END-READ.
002641     IF NOT CTL-TERMINE
002642         DISPLAY "RPTDEC : PREREQUIS " ctl-prerequis
002643             " NON TERMINE POUR LA DATE METIER " date-metier
002644             " - JOB REFUSE."
002645         SET execution-refusee TO TRUE
002646         MOVE 8 TO RETURN-CODE
002647     END-IF.
002648 0620-EXIT.
002649     EXIT.
002650
002651******************************************************************
002652* 0630-ECRIRE-CONTROLE
002653*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
002654*    d'ecriture refuse le job (code retour 8).
002655******************************************************************
002656 0630-ECRIRE-CONTROLE.
002657     IF ctl-existant
002658         REWRITE CTL-ENREG
002659     ELSE
002660         WRITE CTL-ENREG
002661     END-IF.
002662     IF NOT RUNCTL-OK
002663         DISPLAY "RPTDEC : ERREUR ECRITURE RUNCTL - CODE "
002664             RUNCTL-STATUS " - JOB REFUSE."
002665         SET execution-refusee TO TRUE
002666         MOVE 8 TO RETURN-CODE
002667     END-IF.
002668 0630-EXIT.
002669     EXIT.
002670
002671******************************************************************
002672* 1000-INITIALISATION
002673*    Ouvre les fichiers, ecrit l'en-tete du rapport et se
002674*    positionne sur le premier contrat.
002675******************************************************************
002676 1000-INITIALISATION.
002677     MOVE 'N' TO fin-contrats-sw.
002678     MOVE 'N' TO rapport-echoue-sw.
002679     MOVE date-metier TO date-du-jour.
002680     PERFORM 1100-OUVRIR-FICHIERS THRU 1100-EXIT.
002681     IF rapport-echoue
002682         GO TO 1000-EXIT
002683     END-IF.
002684     PERFORM 1200-ECRIRE-ENTETE THRU 1200-EXIT.
002685     MOVE ZERO TO CT-NUMCLI.
002686     MOVE ZERO TO CT-NUMPROD.
002687     START CONTRAT-FILE KEY IS NOT LESS THAN CT-CLE
002688         INVALID KEY
002689             SET fin-contrats TO TRUE
002690     END-START.
002700     IF NOT fin-contrats
002710         PERFORM 1300-LIRE-CONTRAT THRU 1300-EXIT
002720     END-IF.
002730 1000-EXIT.
002740     EXIT.
002750
002760******************************************************************
002770* 1100-OUVRIR-FICHIERS
002780*    Ouvre contrats, clients et autorisations de decouvert en
002790*    lecture, le rapport en sortie. Le fichier des autorisations
002800*    peut etre absent (aucune autorisation encore accordee) :
002810*    tout produit debiteur est alors non autorise.
002820******************************************************************
002830 1100-OUVRIR-FICHIERS.
002840     OPEN INPUT CONTRAT-FILE.
002850     IF NOT CONTRAT-FILE-OK
002860         DISPLAY "RPTDEC : FICHIER CONTRATS INACCESSIBLE - "
002870             "CODE " CONTRAT-FILE-STATUS
002880         SET rapport-echoue TO TRUE
002890         MOVE 8 TO RETURN-CODE
002900         GO TO 1100-EXIT
002910     END-IF.
002920     OPEN INPUT CLIENT-FILE.
002930     IF NOT CLIENT-FILE-OK
002940         DISPLAY "RPTDEC : FICHIER CLIENTS INACCESSIBLE - "
002950             "CODE " CLIENT-FILE-STATUS
002960         CLOSE CONTRAT-FILE
002970         SET rapport-echoue TO TRUE
002980         MOVE 8 TO RETURN-CODE
002990         GO TO 1100-EXIT
003000     END-IF.
003010     MOVE 'N' TO decouverts-presents-sw.
003020     OPEN INPUT DECOUVERT-FILE.
003030     IF DECOUVERT-OK
003040         SET decouverts-presents TO TRUE
003050     ELSE
003060         IF NOT DECOUVERT-INEXISTANT
003070             DISPLAY "RPTDEC : FICHIER AUTDEC INACCESSIBLE - "
003080                 "CODE " DECOUVERT-STATUS
003090             CLOSE CONTRAT-FILE
003100             CLOSE CLIENT-FILE
003110             SET rapport-echoue TO TRUE
003120             MOVE 8 TO RETURN-CODE
003130             GO TO 1100-EXIT
003140         END-IF
003150     END-IF.
003160     OPEN OUTPUT RAPPORT-FILE.
003170     IF NOT RAPPORT-OK
003180         DISPLAY "RPTDEC : FICHIER RAPPORT INACCESSIBLE - "
003190             "CODE " RAPPORT-STATUS
003200         PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
003210         SET rapport-echoue TO TRUE
003220         MOVE 8 TO RETURN-CODE
003230     END-IF.
003240 1100-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280* 1200-ECRIRE-ENTETE
003290*    Ecrit l'en-tete du rapport des produits debiteurs (date du
003300*    jour et libelles de colonnes).
003310******************************************************************
003320 1200-ECRIRE-ENTETE.
003330     MOVE SPACES TO RAP-LIGNE.
003340     STRING
003350         " RAPPORT DES PRODUITS DEBITEURS DU " DELIMITED BY SIZE
003360         dj-jj DELIMITED BY SIZE
003370         "/" DELIMITED BY SIZE
003380         dj-mm DELIMITED BY SIZE
003390         "/" DELIMITED BY SIZE
003400         dj-aaaa DELIMITED BY SIZE
003410         " - DEBITS HORS AUTORISATION DE DECOUVERT"
003420             DELIMITED BY SIZE
003430         INTO RAP-LIGNE
003440     END-STRING.
003450     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
003460     MOVE SPACES TO RAP-LIGNE.
003470     STRING
003480         " NUMCLI NPR NOM                       "
003490             DELIMITED BY SIZE
003500         "INTITULE                  SOLDE         "
003510             DELIMITED BY SIZE
003520         "PLAFOND      FIN AUTOR. HORS AUTOR.  SITUATION"
003530             DELIMITED BY SIZE
003540         INTO RAP-LIGNE
003550     END-STRING.
003560     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
003570     MOVE ALL "-" TO RAP-LIGNE.
003580     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
003590 1200-EXIT.
003600     EXIT.
003610
003620 1300-LIRE-CONTRAT.
003630     READ CONTRAT-FILE NEXT RECORD
003640         AT END
003650             SET fin-contrats TO TRUE
003660     END-READ.
003670 1300-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710* 2000-EXAMINER-CONTRAT
003720*    Examine le produit courant : les produits clos et les
003730*    produits crediteurs sont ignores ; un produit debiteur est
003740*    classe d'apres son autorisation de decouvert. Sans
003750*    autorisation : NON AUTOR. Autorisation revoquee ou hors de
003760*    ses dates : ECHUE. Debit au-dela du plafond : DEPASSEMENT.
003770*    Debit dans le plafond d'une autorisation valide : compte,
003780*    non edite. Puis lit le produit suivant.
003790******************************************************************
003800 2000-EXAMINER-CONTRAT.
003810     IF CT-CLOS
003820         GO TO 2000-SUIVANT
003830     END-IF.
003840     ADD 1 TO nb-produits-examines.
003850     IF CT-SOMME NOT < ZERO
003860         GO TO 2000-SUIVANT
003870     END-IF.
003880     ADD 1 TO nb-debiteurs.
003890     COMPUTE montant-debiteur = ZERO - CT-SOMME.
003900     ADD montant-debiteur TO total-debiteur.
003910     PERFORM 2100-LIRE-DECOUVERT THRU 2100-EXIT.
003920     IF NOT decouvert-trouve
003930         ADD 1 TO nb-non-autorises
003940         MOVE montant-debiteur TO montant-hors
003950         ADD montant-hors TO total-non-autorise
003960         MOVE 'NON AUTOR.' TO rd-situation
003970         PERFORM 7000-EDITER-LIGNE THRU 7000-EXIT
003980         GO TO 2000-SUIVANT
003990     END-IF.
004000     IF NOT DA-ACTIVE
004010         OR DA-DATE-DEBUT > date-du-jour
004020         OR DA-DATE-FIN < date-du-jour
004030         ADD 1 TO nb-echus
004040         MOVE montant-debiteur TO montant-hors
004050         ADD montant-hors TO total-echu
004060         MOVE 'ECHUE' TO rd-situation
004070         PERFORM 7000-EDITER-LIGNE THRU 7000-EXIT
004080         GO TO 2000-SUIVANT
004090     END-IF.
004100     IF montant-debiteur > DA-PLAFOND
004110         ADD 1 TO nb-depassements
004120         COMPUTE montant-hors = montant-debiteur - DA-PLAFOND
004130         ADD montant-hors TO total-depassement
004140         MOVE 'DEPASSEMENT' TO rd-situation
004150         PERFORM 7000-EDITER-LIGNE THRU 7000-EXIT
004160         GO TO 2000-SUIVANT
004170     END-IF.
004180     ADD 1 TO nb-autorises.
004190 2000-SUIVANT.
004200     IF NOT fin-contrats
004210         PERFORM 1300-LIRE-CONTRAT THRU 1300-EXIT
004220     END-IF.
004230 2000-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270* 2100-LIRE-DECOUVERT
004280*    Lit l'autorisation de decouvert du produit courant ;
004290*    positionne decouvert-trouve.
004300******************************************************************
004310 2100-LIRE-DECOUVERT.
004320     MOVE 'N' TO decouvert-trouve-sw.
004330     IF NOT decouverts-presents
004340         GO TO 2100-EXIT
004350     END-IF.
004360     MOVE CT-NUMCLI TO DA-NUMCLI.
004370     MOVE CT-NUMPROD TO DA-NUMPROD.
004380     READ DECOUVERT-FILE.
004390     IF DECOUVERT-OK
004400         SET decouvert-trouve TO TRUE
004410         GO TO 2100-EXIT
004420     END-IF.
004430     IF NOT DECOUVERT-NON-TROUVE
004440         DISPLAY "RPTDEC : ERREUR LECTURE DECOUVERT - CODE "
004450             DECOUVERT-STATUS " SUR " DA-CLE
004460     END-IF.
004470 2100-EXIT.
004480     EXIT.
004490
004500******************************************************************
004510* 3000-LIRE-NOM-CLIENT
004520*    Lit le nom du client du produit courant (mis en cache tant
004530*    que le numero de client ne change pas, les produits etant
004540*    parcourus dans l'ordre des cles).
004550******************************************************************
004560 3000-LIRE-NOM-CLIENT.
004570     IF CT-NUMCLI = numcli-courant
004580         GO TO 3000-EXIT
004590     END-IF.
004600     MOVE CT-NUMCLI TO numcli-courant.
004610     MOVE SPACES TO nom-client.
004620     MOVE CT-NUMCLI TO CF-NUMCLI.
004630     READ CLIENT-FILE
004640         INVALID KEY
004650             MOVE "(CLIENT INCONNU)" TO nom-client
004660             GO TO 3000-EXIT
004670     END-READ.
004680     MOVE CF-NOM TO nom-client.
004690 3000-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730* 7000-EDITER-LIGNE
004740*    Edite la ligne de rapport du produit courant (client,
004750*    produit, solde, plafond et fin de l'autorisation s'il y en
004760*    a une, montant hors autorisation et situation).
004770******************************************************************
004780 7000-EDITER-LIGNE.
004790     PERFORM 3000-LIRE-NOM-CLIENT THRU 3000-EXIT.
004800     MOVE CT-NUMCLI TO rd-numcli.
004810     MOVE CT-NUMPROD TO rd-numprod.
004820     MOVE nom-client TO rd-nom.
004830     MOVE CT-INTITULE TO rd-intitule.
004840     MOVE CT-SOMME TO rap-solde-edit.
004850     MOVE rap-solde-edit TO rd-solde.
004860     MOVE SPACES TO rd-plafond.
004870     MOVE SPACES TO rd-fin.
004880     IF decouvert-trouve
004890         MOVE DA-PLAFOND TO rap-montant-edit
004900         MOVE rap-montant-edit TO rd-plafond
004910         MOVE DA-DATE-FIN TO date-fin-edit
004920         STRING
004930             df-jj DELIMITED BY SIZE
004940             "/" DELIMITED BY SIZE
004950             df-mm DELIMITED BY SIZE
004960             "/" DELIMITED BY SIZE
004970             df-aaaa DELIMITED BY SIZE
004980             INTO rd-fin
004990         END-STRING
005000     END-IF.
005010     MOVE montant-hors TO rap-montant-edit.
005020     MOVE rap-montant-edit TO rd-hors.
005030     MOVE rap-detail TO RAP-LIGNE.
005040     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005050 7000-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090* 8000-ECRIRE-LIGNE
005100*    Ecrit la ligne courante du rapport ; une erreur d'ecriture
005110*    interrompt le traitement.
005120******************************************************************
005130 8000-ECRIRE-LIGNE.
005140     WRITE RAP-LIGNE.
005150     IF NOT RAPPORT-OK
005160         DISPLAY "RPTDEC : ERREUR ECRITURE RAPPORT - CODE "
005170             RAPPORT-STATUS
005180         SET rapport-echoue TO TRUE
005190         SET fin-contrats TO TRUE
005200         MOVE 8 TO RETURN-CODE
005210     END-IF.
005220 8000-EXIT.
005230     EXIT.
005240
005250 8500-FERMER-TOUT.
005260     CLOSE CONTRAT-FILE.
005270     CLOSE CLIENT-FILE.
005280     IF decouverts-presents
005290         CLOSE DECOUVERT-FILE
005300     END-IF.
005310 8500-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350* 9000-TERMINAISON
005360*    Ecrit les totaux de controle du rapport (produits examines,
005370*    debiteurs, couverts, et par situation le nombre de
005380*    produits et le montant hors autorisation), puis referme
005390*    les fichiers.
005400******************************************************************
005410 9000-TERMINAISON.
005420     MOVE ALL "-" TO RAP-LIGNE.
005430     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005440     MOVE SPACES TO RAP-LIGNE.
005450     MOVE nb-produits-examines TO rap-compteur-edit.
005460     STRING " PRODUITS EXAMINES      : " DELIMITED BY SIZE
005470         rap-compteur-edit DELIMITED BY SIZE
005480         INTO RAP-LIGNE
005490     END-STRING.
005500     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005510     MOVE SPACES TO RAP-LIGNE.
005520     MOVE nb-debiteurs TO rap-compteur-edit.
005530     MOVE total-debiteur TO rap-total-edit.
005540     STRING " PRODUITS DEBITEURS     : " DELIMITED BY SIZE
005550         rap-compteur-edit DELIMITED BY SIZE
005560         "  TOTAL DEBITEUR    : " DELIMITED BY SIZE
005570         rap-total-edit DELIMITED BY SIZE
005580         INTO RAP-LIGNE
005590     END-STRING.
005600     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005610     MOVE SPACES TO RAP-LIGNE.
005620     MOVE nb-autorises TO rap-compteur-edit.
005630     STRING " DEBITS AUTORISES       : " DELIMITED BY SIZE
005640         rap-compteur-edit DELIMITED BY SIZE
005650         INTO RAP-LIGNE
005660     END-STRING.
005670     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005680     MOVE SPACES TO RAP-LIGNE.
005690     MOVE nb-non-autorises TO rap-compteur-edit.
005700     MOVE total-non-autorise TO rap-total-edit.
005710     STRING " DEBITS NON AUTORISES   : " DELIMITED BY SIZE
005720         rap-compteur-edit DELIMITED BY SIZE
005730         "  HORS AUTORISATION : " DELIMITED BY SIZE
005740         rap-total-edit DELIMITED BY SIZE
005750         INTO RAP-LIGNE
005760     END-STRING.
005770     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005780     MOVE SPACES TO RAP-LIGNE.
005790     MOVE nb-echus TO rap-compteur-edit.
005800     MOVE total-echu TO rap-total-edit.
005810     STRING " AUTORISATIONS ECHUES   : " DELIMITED BY SIZE
005820         rap-compteur-edit DELIMITED BY SIZE
005830         "  HORS AUTORISATION : " DELIMITED BY SIZE
005840         rap-total-edit DELIMITED BY SIZE
005850         INTO RAP-LIGNE
005860     END-STRING.
005870     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005880     MOVE SPACES TO RAP-LIGNE.
005890     MOVE nb-depassements TO rap-compteur-edit.
005900     MOVE total-depassement TO rap-total-edit.
005910     STRING " DEPASSEMENTS DE PLAFOND: " DELIMITED BY SIZE
005920         rap-compteur-edit DELIMITED BY SIZE
005930         "  HORS AUTORISATION : " DELIMITED BY SIZE
005940         rap-total-edit DELIMITED BY SIZE
005950         INTO RAP-LIGNE
005960     END-STRING.
005970     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005980     PERFORM 8500-FERMER-TOUT THRU 8500-EXIT.
005990     CLOSE RAPPORT-FILE.
006000     IF rapport-echoue
006010         DISPLAY "RPTDEC : RAPPORT INTERROMPU PAR ERREUR D'E/S."
006020     END-IF.
006030     DISPLAY "RPTDEC : " nb-debiteurs " PRODUIT(S) DEBITEUR(S)"
006040         " - " nb-non-autorises " NON AUTORISE(S) - "
006050         nb-echus " ECHU(S) - " nb-depassements
006060         " DEPASSEMENT(S).".
006070 9000-EXIT.
006080     EXIT.
006090
006091******************************************************************
006092* 9800-CLORE-CONTROLE
006093*    Inscrit la fin du passage dans le fichier de controle : date
006094*    et heure de fin, code retour, volumes traites ; etat termine
006095*    jusqu'au code retour 4, en anomalie au-dela.
006096******************************************************************
006097 9800-CLORE-CONTROLE.
006098     IF NOT execution-inscrite
006099         GO TO 9800-EXIT
006100     END-IF.
006101     OPEN I-O RUNCTL-FILE.
006102     IF NOT RUNCTL-OK
006103         DISPLAY "RPTDEC : FIN DE PASSAGE NON INSCRITE DANS"
006104             " RUNCTL - CODE " RUNCTL-STATUS
006105         IF RETURN-CODE < 4
006106             MOVE 4 TO RETURN-CODE
006107         END-IF
006108         GO TO 9800-EXIT
006109     END-IF.
006110     MOVE periode-controle TO CTL-DATE-METIER.
006111     MOVE ctl-programme TO CTL-TRAITEMENT.
006112     READ RUNCTL-FILE
006113         INVALID KEY
006114             DISPLAY "RPTDEC : PASSAGE ABSENT DE RUNCTL - "
006115                 "FIN NON INSCRITE."
006116             IF RETURN-CODE < 4
006117                 MOVE 4 TO RETURN-CODE
006118             END-IF
006119             CLOSE RUNCTL-FILE
006120             GO TO 9800-EXIT
006121     END-READ.
006122     IF RETURN-CODE > 4
006123         MOVE 'A' TO CTL-ETAT
006124     ELSE
006125         MOVE 'T' TO CTL-ETAT
006126     END-IF.
006127     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
006128     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
006129     ACCEPT CTL-HEURE-FIN FROM TIME.
006130     MOVE nb-produits-examines TO CTL-NB-LUS.
006131     MOVE nb-debiteurs TO CTL-NB-ECRITS.
006132     MOVE nb-depassements TO CTL-NB-REJETS.
006133     REWRITE CTL-ENREG.
006134     IF NOT RUNCTL-OK
006135         DISPLAY "RPTDEC : ERREUR ECRITURE RUNCTL EN FIN - "
006136             "CODE " RUNCTL-STATUS
006137         IF RETURN-CODE < 4
006138             MOVE 4 TO RETURN-CODE
006139         END-IF
006140     END-IF.
006141     CLOSE RUNCTL-FILE.
006142 9800-EXIT.
006143     EXIT.
006144
006145 END PROGRAM RPTDEC.
