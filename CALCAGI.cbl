000010******************************************************************
000020* Author:     J. Leroy (service etudes)
000030* Date:       15/10/2026
000040* Purpose:    Calcul mensuel des agios de decouvert : pour chaque
000050*             produit non clos, reconstitue le solde de fin de
000060*             journee de chaque jour du mois (solde courant du
000070*             fichier CONTRATS diminue des mouvements de
000080*             l'historique MVTHIST de date de valeur posterieure)
000090*             et cumule les nombres debiteurs : la part couverte
000100*             ce jour-la par une autorisation de decouvert
000110*             (fichier AUTDEC, dans la limite du plafond) au taux
000120*             autorise, le reste au taux hors autorisation (taux
000130*             annuels lus en SYSIN, base 365 jours). Les agios
000140*             sont debites sur le solde du produit. Le journal
000150*             des agios (AGIJRN) detaille chaque produit passe
000160*             en debit dans le mois et porte les totaux de
000170*             controle, comme le journal de capitalisation.
000171*             Chaque agio debite est aussi ecrit dans l'extrait
000172*             AGIEXT, repris par l'interface comptable INTCPT,
000173*             et historise dans le fichier indexe permanent
000174*             AGIHIST (client, produit, mois) : un produit dont
000175*             l'agio du mois y figure deja (relance, forcage)
000176*             est journalise DEJA-DEBIT et n'est pas debite une
000177*             seconde fois.
000180* Tectonics: cobc
000190******************************************************************
000200******************************************************************
000210* MODIFICATION HISTORY
000220*-----------------------------------------------------------------
000230* DATE       INIT  DESCRIPTION
000240* 15/10/2026 JLY   CREATION DU CALCUL MENSUEL DES AGIOS DE
000250*                  DECOUVERT : NOMBRES DEBITEURS JOUR PAR JOUR
000260*                  SUR LE MOIS, PART AUTORISEE ET PART HORS
000270*                  AUTORISATION A DEUX TAUX DISTINCTS, AGIOS
000280*                  DEBITES SUR CT-SOMME. JOURNAL DES AGIOS AVEC
000290*                  TOTAUX DE CONTROLE.
000291* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000292*                  PASSAGE EST INSCRIT POUR LE MOIS DE LA DATE
000293*                  METIER POSEE PAR FENBAT OUVRIR (DEBUT, FIN,
000294*                  CODE RETOUR, COMPTEURS). SECOND PASSAGE REFUSE
000295*                  (RC 4) SAUF FORCAGE PAR CTLCHN, REFUS (RC 8) SI
000296*                  RAPMVT N'EST PAS TERMINE. LA DATE DE TRAITEMENT
000297*                  EST LA DATE METIER.
000298* 15/10/2026 JLY   EXTRAIT AGIEXT DES AGIOS DEBITES (CLIENT,
000299*                  PRODUIT, INTITULE, MONTANT, DATE) POUR
000300*                  L'INTERFACE COMPTABLE GENERALE INTCPT.
000301* 15/10/2026 JLY   PROTECTION CONTRE LE DOUBLE DEBIT DES AGIOS :
000302*                  HISTORIQUE PERMANENT INDEXE AGIHIST (CLIENT,
000303*                  PRODUIT, MOIS, MONTANT, DATE). UN AGIO DEJA
000304*                  HISTORISE POUR LE MOIS (PASSAGE RELANCE OU
000305*                  FORCE) EST JOURNALISE DEJA-DEBIT SANS DEBIT ;
000306*                  DEBITE A LA MEME DATE METIER, IL EST REECRIT
000307*                  DANS L'EXTRAIT AGIEXT.
000308******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CALCAGI.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CONTRAT-FILE ASSIGN TO "CONTRATS"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CT-CLE
000400         FILE STATUS IS CONTRAT-FILE-STATUS.
000410     SELECT HISTO-FILE ASSIGN TO "MVTHIST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS HX-CLE
000450         FILE STATUS IS HISTO-STATUS.
000460     SELECT DECOUVERT-FILE ASSIGN TO "AUTDEC"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS DA-CLE
000500         FILE STATUS IS DECOUVERT-STATUS.
000510     SELECT JOURNAL-FILE ASSIGN TO "AGIJRN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS JOURNAL-FILE-STATUS.
000532     SELECT EXTRAIT-FILE ASSIGN TO "AGIEXT"
000534         ORGANIZATION IS LINE SEQUENTIAL
000536         FILE STATUS IS EXTRAIT-STATUS.
000537     SELECT AGIHIST-FILE ASSIGN TO "AGIHIST"
000538         ORGANIZATION IS INDEXED
000539         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS AH-CLE
000541         FILE STATUS IS AGIHIST-STATUS.
000542     SELECT SESSION-FILE ASSIGN TO "SESSION"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SESSION-STATUS.
000561     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS RANDOM
000564         RECORD KEY IS CTL-CLE
000565         FILE STATUS IS RUNCTL-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CONTRAT-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  CONTRAT-ENREG.
000620     02 CT-CLE.
000630         03 CT-NUMCLI PIC 9(6).
000640         03 CT-NUMPROD PIC 9(3).
000650     02 CT-INTITULE PIC x(30).
000660     02 CT-SOMME PIC S9(9)v9(2).
000670     02 CT-DATECREATION.
000680         03 CT-JOUR PIC 9(2).
000690         03 CT-MOIS PIC 9(2).
000700         03 CT-ANNEE PIC 9(4).
000710     02 CT-ETAT PIC x(01).
000720         88 CT-ACTIF VALUE 'A'.
000730         88 CT-CLOS VALUE 'C'.
000740         88 CT-DORMANT VALUE 'D'.
000743     02 CT-DATE-ECHEANCE PIC 9(08).
000746     02 CT-PRODUIT-VERSEMENT PIC 9(03).
000750 FD  HISTO-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  HISTO-ENREG.
000780     02 HX-CLE.
000790         03 HX-NUMCLI PIC 9(6).
000800         03 HX-NUMPROD PIC 9(3).
000810         03 HX-DATEVALEUR.
000820             04 HX-ANNEE PIC 9(4).
000830             04 HX-MOIS PIC 9(2).
000840             04 HX-JOUR PIC 9(2).
000850         03 HX-NUMSEQ PIC 9(6).
000860     02 HX-SENS PIC x(01).
000870     02 HX-MONTANT PIC 9(9)v9(2).
000880     02 HX-NOUVEAU-SOLDE PIC S9(9)v9(2).
000890     02 HX-DATE-PASSATION PIC 9(08).
000900 FD  DECOUVERT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  DECOUVERT-ENREG.
000930     02 DA-CLE.
000940         03 DA-NUMCLI PIC 9(6).
000950         03 DA-NUMPROD PIC 9(3).
000960     02 DA-PLAFOND PIC 9(9)v9(2).
000970     02 DA-DATE-DEBUT PIC 9(08).
000980     02 DA-DATE-FIN PIC 9(08).
000990     02 DA-ETAT PIC x(01).
001000         88 DA-ACTIVE VALUE 'A'.
001010         88 DA-REVOQUEE VALUE 'R'.
001020 FD  JOURNAL-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  JRN-LIGNE PIC x(132).
001041 FD  EXTRAIT-FILE
001042     LABEL RECORDS ARE STANDARD.
001043 01  EXT-ENREG.
001044     02 EXT-NUMCLI PIC 9(06).
001045     02 EXT-NUMPROD PIC 9(03).
001046     02 EXT-INTITULE PIC x(30).
001047     02 EXT-MONTANT PIC 9(9)v9(2).
001048     02 EXT-DATE-PASSATION PIC 9(08).
001049 FD  AGIHIST-FILE
001050     LABEL RECORDS ARE STANDARD.
001051 01  AGIHIST-ENREG.
001052     02 AH-CLE.
001053         03 AH-NUMCLI PIC 9(6).
001054         03 AH-NUMPROD PIC 9(3).
001055         03 AH-MOIS.
001056             04 AH-ANNEE PIC 9(4).
001057             04 AH-MM PIC 9(2).
001058     02 AH-MONTANT PIC 9(9)v9(2).
001059     02 AH-DATE-PASSATION PIC 9(08).
001060
001061 FD  SESSION-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  SES-ENREG.
001090     02 SES-ETAT PIC x(01).
001100     02 SES-DATE PIC 9(08).
001110     02 SES-HEURE PIC 9(08).
001111 FD  RUNCTL-FILE
001112     LABEL RECORDS ARE STANDARD.
001113 01  CTL-ENREG.
001114     02 CTL-CLE.
001115         03 CTL-DATE-METIER PIC 9(08).
001116         03 CTL-TRAITEMENT PIC x(08).
001117     02 CTL-ETAT PIC x(01).
001118         88 CTL-EN-COURS VALUE 'E'.
001119         88 CTL-TERMINE VALUE 'T'.
001120         88 CTL-ANOMALIE VALUE 'A'.
001121         88 CTL-REFUSE VALUE 'R'.
001122     02 CTL-DATE-DEBUT PIC 9(08).
001123     02 CTL-HEURE-DEBUT PIC 9(08).
001124     02 CTL-DATE-FIN PIC 9(08).
001125     02 CTL-HEURE-FIN PIC 9(08).
001126     02 CTL-CODE-RETOUR PIC 9(04).
001127     02 CTL-NB-LUS PIC 9(09).
001128     02 CTL-NB-ECRITS PIC 9(09).
001129     02 CTL-NB-REJETS PIC 9(09).
001130     02 CTL-NB-PASSAGES PIC 9(03).
001131     02 CTL-FORCAGE PIC x(01).
001132         88 CTL-FORCE VALUE 'O'.
001133     02 CTL-MODE PIC x(01).
001134         88 CTL-MODE-NORMAL VALUE 'N'.
001135         88 CTL-MODE-REPRISE VALUE 'R'.
001136         88 CTL-MODE-FORCE VALUE 'F'.
001137     02 CTL-DATE-REFERENCE PIC 9(08).
001138     02 FILLER PIC x(07).
001139 01  CTL-DATE-ENREG.
001140     02 FILLER PIC x(16).
001141     02 CTL-DM-ETAT PIC x(01).
001142         88 CTL-DM-OUVERTE VALUE 'O'.
001143         88 CTL-DM-FERMEE VALUE 'F'.
001144     02 CTL-DM-DATE-COURANTE PIC 9(08).
001145     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
001146     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
001147     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
001148     02 FILLER PIC x(51).
001149 WORKING-STORAGE SECTION.
001150
001151* Garde de la fenetre batch : le drapeau de session en ligne
001152* (fichier SESSION, pose par l'ecran) interdit le demarrage du
001160* job tant qu'un poste tient les fichiers ouverts.
001170 01 SESSION-STATUS PIC x(02).
001180     88 SESSION-OK VALUE '00'.
001190     88 SESSION-INEXISTANTE VALUE '35'.
001200 77 session-ouverte-sw PIC x(01) VALUE 'N'.
001210     88 session-ouverte VALUE 'O'.
001220
001230 01 CONTRAT-FILE-STATUS PIC x(02).
001240     88 CONTRAT-FILE-OK VALUE '00'.
001250
001260 01 HISTO-STATUS PIC x(02).
001270     88 HISTO-OK VALUE '00'.
001280     88 HISTO-INEXISTANT VALUE '35'.
001290
001300 01 DECOUVERT-STATUS PIC x(02).
001310     88 DECOUVERT-OK VALUE '00'.
001320     88 DECOUVERT-INEXISTANT VALUE '35'.
001330     88 DECOUVERT-NON-TROUVE VALUE '23'.
001340
001350 01 JOURNAL-FILE-STATUS PIC x(02).
001360     88 JOURNAL-FILE-OK VALUE '00'.
001361
001362* Extrait des agios debites (AGIEXT), repris par l'interface
001363* comptable INTCPT le jour du calcul.
001364 01 EXTRAIT-STATUS PIC x(02).
001365     88 EXTRAIT-OK VALUE '00'.
001366
001367* Historique permanent des agios debites (AGIHIST) : un
001368* enregistrement par produit debite et par mois. Un agio deja
001369* historise pour le mois n'est pas debite une seconde fois.
001370 01 AGIHIST-STATUS PIC x(02).
001371     88 AGIHIST-OK VALUE '00'.
001372     88 AGIHIST-INEXISTANT VALUE '35'.
001373     88 AGIHIST-DOUBLON VALUE '22'.
001374 77 deja-debite-sw PIC x(01).
001375     88 deja-debite VALUE 'O'.
001376 77 nb-deja-debites PIC 9(05) COMP VALUE ZERO.
001377
001380 77 fin-fichier-sw PIC x(01).
001390     88 fin-fichier VALUE 'O'.
001400
001410 77 fin-histo-sw PIC x(01).
001420     88 fin-histo VALUE 'O'.
001430
001440 77 ouverture-echouee-sw PIC x(01).
001450     88 ouverture-echouee VALUE 'O'.
001460
001470 77 calcul-echoue-sw PIC x(01).
001480     88 calcul-echoue VALUE 'O'.
001490
001500 77 historique-present-sw PIC x(01) VALUE 'N'.
001510     88 historique-present VALUE 'O'.
001520
001530 77 decouverts-presents-sw PIC x(01) VALUE 'N'.
001540     88 decouverts-presents VALUE 'O'.
001550
001560 77 decouvert-trouve-sw PIC x(01).
001570     88 decouvert-trouve VALUE 'O'.
001580
001590 77 nb-produits-lus PIC 9(05) COMP VALUE ZERO.
001600 77 nb-produits-debiteurs PIC 9(05) COMP VALUE ZERO.
001610 77 nb-produits-debites PIC 9(05) COMP VALUE ZERO.
001620 77 nb-produits-sans-agios PIC 9(05) COMP VALUE ZERO.
001630 77 total-agios PIC 9(11)v9(02) VALUE ZERO.
001640 77 total-nombres-autorises PIC 9(13)v9(02) VALUE ZERO.
001650 77 total-nombres-hors PIC 9(13)v9(02) VALUE ZERO.
001660
001670* Taux annuels des agios lus en SYSIN (5 chiffres, 3 decimales :
001680* 09500 = 9,500 %) : taux dans la limite de l'autorisation de
001690* decouvert, puis taux hors autorisation (debit non couvert ou
001700* au-dela du plafond).
001710 01 taux-autorise-saisi PIC x(05).
001720 01 taux-autorise REDEFINES taux-autorise-saisi
001730     PIC 9(02)v9(03).
001740 01 taux-hors-saisi PIC x(05).
001750 01 taux-hors REDEFINES taux-hors-saisi PIC 9(02)v9(03).
001760
001770* Mois traite : le mois calendaire de la date du traitement,
001780* du premier au dernier jour (le solde des jours restant a
001790* courir apres le traitement est le solde courant).
001800 01 date-du-jour PIC 9(08).
001810 01 date-du-jour-decoupe REDEFINES date-du-jour.
001820     02 dj-aaaa PIC 9(04).
001830     02 dj-mm PIC 9(02).
001840     02 dj-jj PIC 9(02).
001850 01 debut-mois PIC 9(08).
001860 01 fin-mois PIC 9(08).
001870 01 date-jour-calcul PIC 9(08).
001880 01 date-jour-calcul-decoupe REDEFINES date-jour-calcul.
001890     02 jc-aaaa PIC 9(04).
001900     02 jc-mm PIC 9(02).
001910     02 jc-jj PIC 9(02).
001920
001930 01 TABLE-JOURS-MOIS PIC x(24) VALUE '312831303130313130313031'.
001940 01 JOURS-MOIS-REDEF REDEFINES TABLE-JOURS-MOIS.
001950     02 JOUR-MAX-MOIS PIC 9(02) OCCURS 12 TIMES.
001960
001970 77 bissextile-sw PIC x(01).
001980     88 annee-bissextile VALUE 'O'.
001990 77 jour-max-du-mois PIC 9(02).
002000 77 reste-4 PIC 9(02).
002010 77 reste-100 PIC 9(02).
002020 77 reste-400 PIC 9(03).
002030 77 quotient-annee PIC 9(04).
002040
002050* Mouvements nets du produit courant par jour de valeur du mois
002060* (credits moins debits), et cumul des mouvements de valeur
002070* posterieure a la fin du mois : le solde de fin de journee est
002080* reconstitue a rebours depuis le solde courant.
002090 01 TABLE-MOUVEMENTS-JOUR.
002100     02 MVT-NET-JOUR PIC S9(11)v9(02) OCCURS 31 TIMES.
002110 77 mvts-apres-mois PIC S9(11)v9(02).
002120 77 solde-fin-jour PIC S9(11)v9(02).
002130 77 idx-jour PIC 9(02) COMP VALUE ZERO.
002140 77 montant-debiteur PIC 9(11)v9(02).
002150 77 part-autorisee PIC 9(11)v9(02).
002160 77 nb-jours-debiteurs PIC 9(02) COMP VALUE ZERO.
002170 77 nombres-autorises PIC 9(13)v9(02).
002180 77 nombres-hors PIC 9(13)v9(02).
002190
002200 77 ancien-solde PIC S9(9)v9(2).
002210 77 nouveau-solde PIC S9(9)v9(2).
002220 77 agios-du-mois PIC 9(9)v9(2).
002230
002240* Zones d'edition du journal des agios.
002250 01 jrn-date-edit.
002260     02 jrn-dj-aaaa PIC x(04).
002270     02 FILLER PIC x(04).
002280 01 jrn-date-redef REDEFINES jrn-date-edit.
002290     02 FILLER PIC x(04).
002300     02 jrn-dj-mm PIC x(02).
002310     02 jrn-dj-jj PIC x(02).
002320 01 jrn-montant-edit PIC 9(9).99.
002330 01 jrn-solde-edit PIC -9(9).99.
002340 01 jrn-nombres-edit PIC 9(13).99.
002350 01 jrn-taux-edit PIC 99.999.
002360 01 jrn-total-edit PIC 9(11).99.
002370 01 jrn-compteur-edit PIC 9(05).
002380
002390 01 jrn-detail.
002400     02 FILLER PIC x(01) VALUE SPACE.
002410     02 jrn-det-numcli PIC 9(6).
002420     02 FILLER PIC x(01) VALUE SPACE.
002430     02 jrn-det-numprod PIC 9(3).
002440     02 FILLER PIC x(01) VALUE SPACE.
002450     02 jrn-det-jours PIC 9(2).
002460     02 FILLER PIC x(01) VALUE SPACE.
002470     02 jrn-det-nb-autorises PIC x(16).
002480     02 FILLER PIC x(01) VALUE SPACE.
002490     02 jrn-det-nb-hors PIC x(16).
002500     02 FILLER PIC x(01) VALUE SPACE.
002510     02 jrn-det-agios PIC x(12).
002520     02 FILLER PIC x(01) VALUE SPACE.
002530     02 jrn-det-ancien PIC x(13).
002540     02 FILLER PIC x(01) VALUE SPACE.
002550     02 jrn-det-nouveau PIC x(13).
002560     02 FILLER PIC x(01) VALUE SPACE.
002570     02 jrn-det-statut PIC x(10).
002580
002581* Controle d'execution de la chaine (fichier RUNCTL) : date metier
002582* posee par FENBAT OUVRIR, second passage reussi pour la meme date
002583* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
002584* demarrage refuse tant que le traitement prerequis n'est pas
002585* termine pour la date metier.
002586 01 RUNCTL-STATUS PIC x(02).
002587     88 RUNCTL-OK VALUE '00'.
002588     88 RUNCTL-INEXISTANT VALUE '35'.
002589 77 ctl-programme PIC x(08) VALUE 'CALCAGI'.
002590 77 ctl-prerequis PIC x(08) VALUE 'RAPMVT'.
002591 77 ctl-periodicite PIC x(01) VALUE 'M'.
002592     88 ctl-quotidien VALUE 'J'.
002593     88 ctl-mensuel VALUE 'M'.
002594     88 ctl-annuel VALUE 'A'.
002595 77 ctl-existant-sw PIC x(01).
002596     88 ctl-existant VALUE 'O'.
002597 77 execution-refusee-sw PIC x(01) VALUE 'N'.
002598     88 execution-refusee VALUE 'O'.
002599 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
002600     88 execution-inscrite VALUE 'O'.
002601 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
002602     88 execution-interrompue VALUE 'O'.
002603 77 execution-forcee-sw PIC x(01) VALUE 'N'.
002604     88 execution-forcee VALUE 'O'.
002605 01 controle-sauve PIC x(100).
002606 01 date-metier PIC 9(08).
002607 01 periode-controle PIC 9(08).
002608 01 periode-controle-decoupe REDEFINES periode-controle.
002609     02 pc-aaaa PIC 9(04).
002610     02 pc-mm PIC 9(02).
002611     02 pc-jj PIC 9(02).
002612
002613 PROCEDURE DIVISION.
002614
002615******************************************************************
002620* 0000-MAINLINE
002630*    Lit les taux, ouvre les fichiers, calcule et debite les
002640*    agios du mois de chaque produit non clos, puis imprime les
002650*    totaux de controle et referme les fichiers.
002660******************************************************************
002670 0000-MAINLINE.
002680     PERFORM 0500-CONTROLER-SESSION THRU 0500-EXIT.
002690     IF session-ouverte
002700         MOVE 8 TO RETURN-CODE
002710         STOP RUN
002720     END-IF.
002722     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
002724     IF execution-refusee
002726         STOP RUN
002728     END-IF.
002730     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002740     IF NOT ouverture-echouee
002750         PERFORM 2000-TRAITER-CONTRAT THRU 2000-EXIT
002760             UNTIL fin-fichier
002770         PERFORM 9000-TERMINAISON THRU 9000-EXIT
002780     END-IF.
002785     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
002790     STOP RUN.
002800
002810******************************************************************
002820* 0500-CONTROLER-SESSION
002830*    Consulte le drapeau de session en ligne (fichier SESSION) :
002840*    un etat O signale un ecran encore ouvert sur les fichiers,
002850*    le job est refuse. Drapeau absent = aucune session.
002860******************************************************************
002870 0500-CONTROLER-SESSION.
002880     MOVE 'N' TO session-ouverte-sw.
002890     OPEN INPUT SESSION-FILE.
002900     IF SESSION-INEXISTANTE
002910         GO TO 0500-EXIT
002920     END-IF.
002930     IF NOT SESSION-OK
002940         DISPLAY "CALCAGI : DRAPEAU DE SESSION ILLISIBLE - CODE "
002950             SESSION-STATUS " - JOB REFUSE."
002960         SET session-ouverte TO TRUE
002970         GO TO 0500-EXIT
002980     END-IF.
002990     READ SESSION-FILE
003000         AT END
003010             CONTINUE
003020     END-READ.
003030     IF SESSION-OK AND SES-ETAT = 'O'
003040         DISPLAY "CALCAGI : UNE SESSION EN LIGNE TIENT ENCORE LES"
003050             " FICHIERS (DEPUIS " SES-DATE " " SES-HEURE
003060             ") - JOB REFUSE."
003070         SET session-ouverte TO TRUE
003080     END-IF.
003090     CLOSE SESSION-FILE.
003100 0500-EXIT.
003110     EXIT.
003120
003121******************************************************************
003122* 0600-OUVRIR-CONTROLE
003123*    Controle d'execution (fichier RUNCTL) : lit la date metier
003124*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
003125*    la meme date ou periode (code retour 4) sauf forcage, refuse
003126*    le demarrage tant que le prerequis n'est pas termine pour la
003127*    date metier (code retour 8), puis inscrit le passage a l'etat
003128*    en cours. Un passage precedent reste en cours ou termine en
003129*    anomalie signale une relance apres incident.
003130******************************************************************
003131 0600-OUVRIR-CONTROLE.
003132     MOVE 'N' TO execution-refusee-sw.
003133     MOVE 'N' TO execution-inscrite-sw.
003134     MOVE 'N' TO execution-interrompue-sw.
003135     MOVE 'N' TO execution-forcee-sw.
003136     OPEN I-O RUNCTL-FILE.
003137     IF NOT RUNCTL-OK
003138         DISPLAY "CALCAGI : FICHIER DE CONTROLE RUNCTL"
003139             " INACCESSIBLE - CODE " RUNCTL-STATUS
003140             " - JOB REFUSE."
003141         SET execution-refusee TO TRUE
003142         MOVE 8 TO RETURN-CODE
003143         GO TO 0600-EXIT
003144     END-IF.
003145     MOVE ZERO TO CTL-DATE-METIER.
003146     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
003147     READ RUNCTL-FILE
003148         INVALID KEY
003149             DISPLAY "CALCAGI : DATE METIER NON POSEE"
003150                 " (FENBAT OUVRIR) - JOB REFUSE."
003151             SET execution-refusee TO TRUE
003152             MOVE 8 TO RETURN-CODE
003153             CLOSE RUNCTL-FILE
003154             GO TO 0600-EXIT
003155     END-READ.
003156     MOVE CTL-DM-DATE-COURANTE TO date-metier.
003157     MOVE date-metier TO periode-controle.
003158     IF ctl-mensuel
003159         MOVE ZERO TO pc-jj
003160     END-IF.
003161     IF ctl-annuel
003162         MOVE ZERO TO pc-mm
003163         MOVE ZERO TO pc-jj
003164     END-IF.
003165     MOVE 'O' TO ctl-existant-sw.
003166     MOVE periode-controle TO CTL-DATE-METIER.
003167     MOVE ctl-programme TO CTL-TRAITEMENT.
003168     READ RUNCTL-FILE
003169         INVALID KEY
003170             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
003171     END-READ.
003172     IF CTL-FORCE
003173         SET execution-forcee TO TRUE
003174     END-IF.
003175     IF CTL-TERMINE AND NOT execution-forcee
003176         DISPLAY "CALCAGI : DEJA TERMINE POUR " periode-controle
003177             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
003178             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
003179         SET execution-refusee TO TRUE
003180         MOVE 4 TO RETURN-CODE
003181         CLOSE RUNCTL-FILE
003182         GO TO 0600-EXIT
003183     END-IF.
003184     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
003185         SET execution-interrompue TO TRUE
003186     END-IF.
003187     MOVE CTL-ENREG TO controle-sauve.
003188     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
003189         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
003190     END-IF.
003191     MOVE controle-sauve TO CTL-ENREG.
003192     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
003193     ACCEPT CTL-HEURE-DEBUT FROM TIME.
003194     MOVE ZERO TO CTL-DATE-FIN.
003195     MOVE ZERO TO CTL-HEURE-FIN.
003196     MOVE date-metier TO CTL-DATE-REFERENCE.
003197     ADD 1 TO CTL-NB-PASSAGES.
003198     IF execution-refusee
003199         GO TO 0600-REFUS
003200     END-IF.
003201     MOVE 'E' TO CTL-ETAT.
003202     MOVE ZERO TO CTL-CODE-RETOUR.
003203     MOVE ZERO TO CTL-NB-LUS.
003204     MOVE ZERO TO CTL-NB-ECRITS.
003205     MOVE ZERO TO CTL-NB-REJETS.
003206     MOVE 'N' TO CTL-FORCAGE.
003207     MOVE 'N' TO CTL-MODE.
003208     IF execution-interrompue
003209         MOVE 'R' TO CTL-MODE
003210         DISPLAY "CALCAGI : PASSAGE PRECEDENT INTERROMPU POUR "
003211             periode-controle " - RELANCE APRES INCIDENT."
003212     END-IF.
003213     IF execution-forcee
003214         MOVE 'F' TO CTL-MODE
003215         DISPLAY "CALCAGI : PASSAGE FORCE POUR "
003216             periode-controle "."
003217     END-IF.
003218     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
003219     IF NOT execution-refusee
003220         SET execution-inscrite TO TRUE
003221     END-IF.
003222     CLOSE RUNCTL-FILE.
003223     GO TO 0600-EXIT.
003224 0600-REFUS.
003225*    Un passage interrompu garde son etat : seul un refus sur un
003226*    traitement non encore lance (ou deja refuse) est inscrit.
003227     IF ctl-existant AND NOT CTL-REFUSE
003228         CLOSE RUNCTL-FILE
003229         GO TO 0600-EXIT
003230     END-IF.
003231     MOVE 'R' TO CTL-ETAT.
003232     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
003233     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
003234     CLOSE RUNCTL-FILE.
003235 0600-EXIT.
003236     EXIT.
003237
003238******************************************************************
003239* 0610-INITIALISER-CONTROLE
003240*    Prepare un enregistrement de controle vierge pour le
003241*    traitement et la periode courants (premier passage).
003242******************************************************************
003243 0610-INITIALISER-CONTROLE.
003244     MOVE 'N' TO ctl-existant-sw.
003245     MOVE SPACES TO CTL-ENREG.
003246     MOVE periode-controle TO CTL-DATE-METIER.
003247     MOVE ctl-programme TO CTL-TRAITEMENT.
003248     MOVE ZERO TO CTL-CODE-RETOUR.
003249     MOVE ZERO TO CTL-NB-LUS.
003250     MOVE ZERO TO CTL-NB-ECRITS.
003251     MOVE ZERO TO CTL-NB-REJETS.
003252     MOVE ZERO TO CTL-NB-PASSAGES.
003253     MOVE 'N' TO CTL-FORCAGE.
003254     MOVE 'N' TO CTL-MODE.
003255     MOVE ZERO TO CTL-DATE-REFERENCE.
003256 0610-EXIT.
003257     EXIT.
003258
003259******************************************************************
003260* 0620-CONTROLER-PREREQUIS
003261*    Le traitement prerequis doit etre termine (code retour 4 au
003262*    plus) pour la date metier ; sinon le demarrage est refuse.
003263******************************************************************
003264 0620-CONTROLER-PREREQUIS.
003265     MOVE date-metier TO CTL-DATE-METIER.
003266     MOVE ctl-prerequis TO CTL-TRAITEMENT.
003267     READ RUNCTL-FILE
003268         INVALID KEY
003269             MOVE SPACES TO CTL-ETAT
003270     END-READ.
003271     IF NOT CTL-TERMINE
003272         DISPLAY "CALCAGI : PREREQUIS " ctl-prerequis
003273             " NON TERMINE POUR LA DATE METIER " date-metier
003274             " - JOB REFUSE."
003275         SET execution-refusee TO TRUE
003276         MOVE 8 TO RETURN-CODE
003277     END-IF.
003278 0620-EXIT.
003279     EXIT.
003280
003281******************************************************************
003282* 0630-ECRIRE-CONTROLE
003283*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
003284*    d'ecriture refuse le job (code retour 8).
003285******************************************************************
003286 0630-ECRIRE-CONTROLE.
003287     IF ctl-existant
003288         REWRITE CTL-ENREG
003289     ELSE
003290         WRITE CTL-ENREG
003291     END-IF.
003292     IF NOT RUNCTL-OK
003293         DISPLAY "CALCAGI : ERREUR ECRITURE RUNCTL - CODE "
003294             RUNCTL-STATUS " - JOB REFUSE."
003295         SET execution-refusee TO TRUE
003296         MOVE 8 TO RETURN-CODE
003297     END-IF.
003298 0630-EXIT.
003299     EXIT.
003300
003301******************************************************************
003302* 1000-INITIALISATION
003303*    Lit et controle les taux (SYSIN : taux autorise puis taux
003304*    hors autorisation), determine le mois traite, ouvre les
003305*    fichiers, ecrit l'en-tete du journal et se positionne sur
003306*    le premier contrat.
003307******************************************************************
003308 1000-INITIALISATION.
003309     MOVE 'N' TO fin-fichier-sw.
003310     MOVE 'N' TO ouverture-echouee-sw.
003311     MOVE 'N' TO calcul-echoue-sw.
003312     MOVE SPACES TO taux-autorise-saisi taux-hors-saisi.
003313     ACCEPT taux-autorise-saisi.
003314     ACCEPT taux-hors-saisi.
003315     IF taux-autorise-saisi NOT NUMERIC
003316         OR taux-hors-saisi NOT NUMERIC
003317         DISPLAY "CALCAGI : TAUX INVALIDES EN SYSIN : "
003318             taux-autorise-saisi " / " taux-hors-saisi
003319         SET ouverture-echouee TO TRUE
003320         MOVE 8 TO RETURN-CODE
003330         GO TO 1000-EXIT
003340     END-IF.
003350     MOVE date-metier TO date-du-jour.
003360     PERFORM 1050-DETERMINER-MOIS THRU 1050-EXIT.
003370     PERFORM 1100-OUVRIR-FICHIERS THRU 1100-EXIT.
003380     IF ouverture-echouee
003390         GO TO 1000-EXIT
003400     END-IF.
003410     PERFORM 1200-ECRIRE-ENTETE THRU 1200-EXIT.
003420     MOVE ZERO TO CT-NUMCLI.
003430     MOVE ZERO TO CT-NUMPROD.
003440     START CONTRAT-FILE KEY IS NOT LESS THAN CT-CLE
003450         INVALID KEY
003460             SET fin-fichier TO TRUE
003470     END-START.
003480     IF NOT fin-fichier
003490         PERFORM 1300-LIRE-SUIVANT THRU 1300-EXIT
003500     END-IF.
003510 1000-EXIT.
003520     EXIT.
003530
003540******************************************************************
003550* 1050-DETERMINER-MOIS
003560*    Determine le premier et le dernier jour du mois de la date
003570*    du traitement, en tenant compte du 29 fevrier les annees
003580*    bissextiles.
003590******************************************************************
003600 1050-DETERMINER-MOIS.
003610     MOVE JOUR-MAX-MOIS(dj-mm) TO jour-max-du-mois.
003620     IF dj-mm = 2
003630         DIVIDE dj-aaaa BY 4 GIVING quotient-annee
003640             REMAINDER reste-4
003650         DIVIDE dj-aaaa BY 100 GIVING quotient-annee
003660             REMAINDER reste-100
003670         DIVIDE dj-aaaa BY 400 GIVING quotient-annee
003680             REMAINDER reste-400
003690         IF reste-4 = 0 AND (reste-100 NOT = 0 OR reste-400 = 0)
003700             MOVE 'O' TO bissextile-sw
003710         ELSE
003720             MOVE 'N' TO bissextile-sw
003730         END-IF
003740         IF annee-bissextile
003750             ADD 1 TO jour-max-du-mois
003760         END-IF
003770     END-IF.
003780     MOVE date-du-jour TO date-jour-calcul.
003790     MOVE 1 TO jc-jj.
003800     MOVE date-jour-calcul TO debut-mois.
003810     MOVE jour-max-du-mois TO jc-jj.
003820     MOVE date-jour-calcul TO fin-mois.
003830 1050-EXIT.
003840     EXIT.
003850
003860******************************************************************
003870* 1100-OUVRIR-FICHIERS
003880*    Ouvre les contrats en mise a jour, l'historique et les
003890*    autorisations de decouvert en lecture, le journal en
003900*    sortie. L'historique absent : le solde courant vaut pour
003910*    tout le mois. Autorisations absentes : tout le debit est
003916*    hors autorisation. L'historique des agios est ouvert en
003922*    mise a jour (cree vide au premier passage).
003930******************************************************************
003940 1100-OUVRIR-FICHIERS.
003950     OPEN I-O CONTRAT-FILE.
003960     IF NOT CONTRAT-FILE-OK
003970         DISPLAY "CALCAGI : FICHIER CONTRATS INACCESSIBLE - "
003980             "CODE " CONTRAT-FILE-STATUS
003990         SET ouverture-echouee TO TRUE
004000         MOVE 8 TO RETURN-CODE
004010         GO TO 1100-EXIT
004020     END-IF.
004030     MOVE 'N' TO historique-present-sw.
004040     OPEN INPUT HISTO-FILE.
004050     IF HISTO-OK
004060         SET historique-present TO TRUE
004070     ELSE
004080         IF NOT HISTO-INEXISTANT
004090             DISPLAY "CALCAGI : HISTORIQUE MVTHIST INACCESSIBLE"
004100                 " - CODE " HISTO-STATUS
004110             CLOSE CONTRAT-FILE
004120             SET ouverture-echouee TO TRUE
004130             MOVE 8 TO RETURN-CODE
004140             GO TO 1100-EXIT
004150         END-IF
004160     END-IF.
004170     MOVE 'N' TO decouverts-presents-sw.
004180     OPEN INPUT DECOUVERT-FILE.
004190     IF DECOUVERT-OK
004200         SET decouverts-presents TO TRUE
004210     ELSE
004220         IF NOT DECOUVERT-INEXISTANT
004230             DISPLAY "CALCAGI : FICHIER AUTDEC INACCESSIBLE - "
004240                 "CODE " DECOUVERT-STATUS
004250             PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
004260             SET ouverture-echouee TO TRUE
004270             MOVE 8 TO RETURN-CODE
004280             GO TO 1100-EXIT
004290         END-IF
004300     END-IF.
004310     OPEN OUTPUT JOURNAL-FILE.
004320     IF NOT JOURNAL-FILE-OK
004330         DISPLAY "CALCAGI : FICHIER JOURNAL INACCESSIBLE - CODE "
004340             JOURNAL-FILE-STATUS
004350         PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
004360         SET ouverture-echouee TO TRUE
004370         MOVE 8 TO RETURN-CODE
004371         GO TO 1100-EXIT
004372     END-IF.
004373     OPEN OUTPUT EXTRAIT-FILE.
004374     IF NOT EXTRAIT-OK
004375         DISPLAY "CALCAGI : EXTRAIT AGIEXT INACCESSIBLE - CODE "
004376             EXTRAIT-STATUS
004377         PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
004378         CLOSE JOURNAL-FILE
004379         SET ouverture-echouee TO TRUE
004380         MOVE 8 TO RETURN-CODE
004381         GO TO 1100-EXIT
004382     END-IF.
004383     OPEN I-O AGIHIST-FILE.
004384     IF AGIHIST-INEXISTANT
004385         OPEN OUTPUT AGIHIST-FILE
004386         CLOSE AGIHIST-FILE
004387         OPEN I-O AGIHIST-FILE
004388     END-IF.
004389     IF NOT AGIHIST-OK
004390         DISPLAY "CALCAGI : HISTORIQUE AGIOS INACCESSIBLE - "
004391             "CODE " AGIHIST-STATUS
004392         PERFORM 8500-FERMER-TOUT THRU 8500-EXIT
004393         CLOSE JOURNAL-FILE
004394         CLOSE EXTRAIT-FILE
004395         SET ouverture-echouee TO TRUE
004396         MOVE 8 TO RETURN-CODE
004397     END-IF.
004398 1100-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430* 1200-ECRIRE-ENTETE
004440*    Ecrit l'en-tete du journal des agios (mois traite, taux
004450*    appliques et libelles de colonnes).
004460******************************************************************
004470 1200-ECRIRE-ENTETE.
004480     MOVE date-du-jour TO jrn-date-edit.
004490     MOVE SPACES TO JRN-LIGNE.
004500     STRING
004510         " JOURNAL DES AGIOS DE DECOUVERT DU MOIS "
004520             DELIMITED BY SIZE
004530         jrn-dj-mm DELIMITED BY SIZE
004540         "/" DELIMITED BY SIZE
004550         jrn-dj-aaaa DELIMITED BY SIZE
004560         " - TRAITE LE " DELIMITED BY SIZE
004570         jrn-dj-jj DELIMITED BY SIZE
004580         "/" DELIMITED BY SIZE
004590         jrn-dj-mm DELIMITED BY SIZE
004600         "/" DELIMITED BY SIZE
004610         jrn-dj-aaaa DELIMITED BY SIZE
004620         INTO JRN-LIGNE
004630     END-STRING.
004640     WRITE JRN-LIGNE.
004650     MOVE SPACES TO JRN-LIGNE.
004660     MOVE taux-autorise TO jrn-taux-edit.
004670     STRING " TAUX AUTORISE : " DELIMITED BY SIZE
004680         jrn-taux-edit DELIMITED BY SIZE
004690         " %   TAUX HORS AUTORISATION : " DELIMITED BY SIZE
004700         INTO JRN-LIGNE
004710     END-STRING.
004720     MOVE taux-hors TO jrn-taux-edit.
004730     MOVE jrn-taux-edit TO JRN-LIGNE(48:6).
004740     MOVE "%" TO JRN-LIGNE(55:1).
004750     WRITE JRN-LIGNE.
004760     MOVE SPACES TO JRN-LIGNE.
004770     STRING
004780         " NUMCLI NPR JR NOMBRES AUTOR.   " DELIMITED BY SIZE
004790         "NOMBRES HORS AUT. AGIOS        " DELIMITED BY SIZE
004800         "ANCIEN SOLDE  NOUVEAU SOLDE  STATUT"
004810             DELIMITED BY SIZE
004820         INTO JRN-LIGNE
004830     END-STRING.
004840     WRITE JRN-LIGNE.
004850     MOVE ALL "-" TO JRN-LIGNE.
004860     WRITE JRN-LIGNE.
004870 1200-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910* 1300-LIRE-SUIVANT
004920*    Lit le contrat suivant du fichier CONTRATS dans l'ordre des
004930*    cles ; positionne fin-fichier en fin de fichier.
004940******************************************************************
004950 1300-LIRE-SUIVANT.
004960     READ CONTRAT-FILE NEXT RECORD
004970         AT END
004980             SET fin-fichier TO TRUE
004990     END-READ.
005000 1300-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040* 2000-TRAITER-CONTRAT
005050*    Traite le contrat courant : sur un produit non clos,
005060*    calcule les nombres debiteurs du mois et debite les agios.
005070*    Puis lit le contrat suivant.
005080******************************************************************
005090 2000-TRAITER-CONTRAT.
005100     IF CT-ACTIF OR CT-DORMANT
005110         ADD 1 TO nb-produits-lus
005120         PERFORM 2100-CALCULER-AGIOS THRU 2100-EXIT
005130     END-IF.
005140     IF NOT fin-fichier
005150         PERFORM 1300-LIRE-SUIVANT THRU 1300-EXIT
005160     END-IF.
005170 2000-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210* 2100-CALCULER-AGIOS
005220*    Reconstitue les soldes de fin de journee du mois, cumule
005230*    les nombres debiteurs (autorises et hors autorisation) et
005240*    debite les agios : nombres x taux annuel / 36500, arrondi
005250*    au centime. Produit jamais debiteur dans le mois : ignore.
005252*    Agio du mois deja historise dans AGIHIST (passage relance
005254*    ou force) : aucun debit, journalise DEJA-DEBIT ; s'il a
005256*    ete debite a la meme date metier, il est reecrit dans
005258*    l'extrait (recree a chaque passage) pour INTCPT.
005260*    Agios nuls a l'arrondi : journalise SANS-AGIOS.
005270******************************************************************
005280 2100-CALCULER-AGIOS.
005290     PERFORM 2200-CUMULER-MOUVEMENTS THRU 2200-EXIT.
005300     PERFORM 2400-LIRE-DECOUVERT THRU 2400-EXIT.
005310     MOVE ZERO TO nb-jours-debiteurs.
005320     MOVE ZERO TO nombres-autorises.
005330     MOVE ZERO TO nombres-hors.
005340     COMPUTE solde-fin-jour = CT-SOMME - mvts-apres-mois.
005350     MOVE jour-max-du-mois TO idx-jour.
005360     PERFORM 2300-CUMULER-JOUR THRU 2300-EXIT
005370         UNTIL idx-jour = ZERO.
005380     IF nb-jours-debiteurs = ZERO
005381         GO TO 2100-EXIT
005382     END-IF.
005383     PERFORM 2150-CONTROLER-HISTORIQUE THRU 2150-EXIT.
005384     IF calcul-echoue
005385         GO TO 2100-EXIT
005386     END-IF.
005387     IF deja-debite
005388         ADD 1 TO nb-deja-debites
005389         MOVE CT-SOMME TO ancien-solde
005390         MOVE CT-SOMME TO nouveau-solde
005391         MOVE ZERO TO agios-du-mois
005392         MOVE 'DEJA-DEBIT' TO jrn-det-statut
005393         PERFORM 2500-JOURNALISER-PRODUIT THRU 2500-EXIT
005394         IF AH-DATE-PASSATION = date-du-jour
005395             MOVE AH-MONTANT TO agios-du-mois
005396             PERFORM 2600-ECRIRE-EXTRAIT THRU 2600-EXIT
005397         END-IF
005398         GO TO 2100-EXIT
005400     END-IF.
005410     ADD 1 TO nb-produits-debiteurs.
005420     ADD nombres-autorises TO total-nombres-autorises.
005430     ADD nombres-hors TO total-nombres-hors.
005440     MOVE CT-SOMME TO ancien-solde.
005450     COMPUTE agios-du-mois ROUNDED =
005460         (nombres-autorises * taux-autorise
005470          + nombres-hors * taux-hors) / 36500.
005480     IF agios-du-mois = ZERO
005490         ADD 1 TO nb-produits-sans-agios
005500         MOVE CT-SOMME TO nouveau-solde
005510         MOVE 'SANS-AGIOS' TO jrn-det-statut
005520         PERFORM 2500-JOURNALISER-PRODUIT THRU 2500-EXIT
005530         GO TO 2100-EXIT
005540     END-IF.
005550     COMPUTE nouveau-solde = CT-SOMME - agios-du-mois
005560         ON SIZE ERROR
005570             ADD 1 TO nb-produits-sans-agios
005580             MOVE CT-SOMME TO nouveau-solde
005590             MOVE ZERO TO agios-du-mois
005600             MOVE 'CAPACITE' TO jrn-det-statut
005610             PERFORM 2500-JOURNALISER-PRODUIT THRU 2500-EXIT
005620             GO TO 2100-EXIT
005630     END-COMPUTE.
005640     MOVE nouveau-solde TO CT-SOMME.
005650     REWRITE CONTRAT-ENREG.
005660     IF NOT CONTRAT-FILE-OK
005670         DISPLAY "CALCAGI : ERREUR REECRITURE CONTRAT - CODE "
005680             CONTRAT-FILE-STATUS
005690         SET calcul-echoue TO TRUE
005700         SET fin-fichier TO TRUE
005710         MOVE 8 TO RETURN-CODE
005720         GO TO 2100-EXIT
005730     END-IF.
005740     ADD 1 TO nb-produits-debites.
005750     ADD agios-du-mois TO total-agios.
005760     MOVE 'DEBITE' TO jrn-det-statut.
005770     PERFORM 2500-JOURNALISER-PRODUIT THRU 2500-EXIT.
005771     PERFORM 2600-ECRIRE-EXTRAIT THRU 2600-EXIT.
005772     IF calcul-echoue
005773         GO TO 2100-EXIT
005774     END-IF.
005775     PERFORM 2700-HISTORISER-AGIO THRU 2700-EXIT.
005776 2100-EXIT.
005777     EXIT.
005778
005779******************************************************************
005780* 2150-CONTROLER-HISTORIQUE
005781*    Lit dans AGIHIST l'agio du produit courant pour le mois du
005782*    traitement : un enregistrement present signale un mois
005783*    deja debite (positionne deja-debite). Une erreur de
005784*    lecture interrompt le calcul (code retour 8).
005785******************************************************************
005786 2150-CONTROLER-HISTORIQUE.
005787     MOVE 'N' TO deja-debite-sw.
005788     MOVE CT-NUMCLI TO AH-NUMCLI.
005789     MOVE CT-NUMPROD TO AH-NUMPROD.
005790     MOVE dj-aaaa TO AH-ANNEE.
005791     MOVE dj-mm TO AH-MM.
005792     READ AGIHIST-FILE
005793         INVALID KEY
005794             GO TO 2150-EXIT
005795     END-READ.
005796     IF NOT AGIHIST-OK
005797         DISPLAY "CALCAGI : ERREUR LECTURE HISTORIQUE AGIOS - "
005798             "CODE " AGIHIST-STATUS " SUR " AH-CLE
005799         SET calcul-echoue TO TRUE
005800         SET fin-fichier TO TRUE
005801         MOVE 8 TO RETURN-CODE
005802         GO TO 2150-EXIT
005803     END-IF.
005804     SET deja-debite TO TRUE.
005805 2150-EXIT.
005806     EXIT.
005807
005810******************************************************************
005820* 2200-CUMULER-MOUVEMENTS
005830*    Parcourt l'historique MVTHIST du produit courant a partir
005840*    du premier jour du mois : chaque mouvement (credit positif,
005850*    debit negatif) est cumule sur son jour de valeur, ou dans
005860*    le cumul des mouvements posterieurs au mois.
005870******************************************************************
005880 2200-CUMULER-MOUVEMENTS.
005890     MOVE ZERO TO mvts-apres-mois.
005900     MOVE ZERO TO idx-jour.
005910     PERFORM 2205-RAZ-JOUR THRU 2205-EXIT
005920         UNTIL idx-jour >= 31.
005930     IF NOT historique-present
005940         GO TO 2200-EXIT
005950     END-IF.
005960     MOVE 'N' TO fin-histo-sw.
005970     MOVE CT-NUMCLI TO HX-NUMCLI.
005980     MOVE CT-NUMPROD TO HX-NUMPROD.
005990     MOVE debut-mois TO HX-DATEVALEUR.
006000     MOVE ZERO TO HX-NUMSEQ.
006010     START HISTO-FILE KEY IS NOT LESS THAN HX-CLE
006020         INVALID KEY
006030             SET fin-histo TO TRUE
006040     END-START.
006050     PERFORM 2210-LIRE-MOUVEMENT THRU 2210-EXIT
006060         UNTIL fin-histo.
006070 2200-EXIT.
006080     EXIT.
006090
006100 2205-RAZ-JOUR.
006110     ADD 1 TO idx-jour.
006120     MOVE ZERO TO MVT-NET-JOUR(idx-jour).
006130 2205-EXIT.
006140     EXIT.
006150
006160 2210-LIRE-MOUVEMENT.
006170     READ HISTO-FILE NEXT RECORD
006180         AT END
006190             SET fin-histo TO TRUE
006200             GO TO 2210-EXIT
006210     END-READ.
006220     IF HX-NUMCLI NOT = CT-NUMCLI
006230         OR HX-NUMPROD NOT = CT-NUMPROD
006240         SET fin-histo TO TRUE
006250         GO TO 2210-EXIT
006260     END-IF.
006270     IF HX-DATEVALEUR > fin-mois
006280         IF HX-SENS = 'C'
006290             ADD HX-MONTANT TO mvts-apres-mois
006300         ELSE
006310             SUBTRACT HX-MONTANT FROM mvts-apres-mois
006320         END-IF
006330         GO TO 2210-EXIT
006340     END-IF.
006350     IF HX-SENS = 'C'
006360         ADD HX-MONTANT TO MVT-NET-JOUR(HX-JOUR)
006370     ELSE
006380         SUBTRACT HX-MONTANT FROM MVT-NET-JOUR(HX-JOUR)
006390     END-IF.
006400 2210-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440* 2300-CUMULER-JOUR
006450*    Traite un jour du mois, du dernier au premier : le solde de
006460*    fin de journee courant, s'il est debiteur, est cumule en
006470*    nombres autorises dans la limite du plafond d'une
006480*    autorisation valide ce jour-la, le reste en nombres hors
006490*    autorisation. Le solde de la veille s'obtient en retirant
006500*    les mouvements nets du jour.
006510******************************************************************
006520 2300-CUMULER-JOUR.
006530     IF solde-fin-jour < ZERO
006540         ADD 1 TO nb-jours-debiteurs
006550         COMPUTE montant-debiteur = ZERO - solde-fin-jour
006560         MOVE ZERO TO part-autorisee
006570         MOVE date-du-jour TO date-jour-calcul
006580         MOVE idx-jour TO jc-jj
006590         IF decouvert-trouve
006600             AND DA-DATE-DEBUT NOT > date-jour-calcul
006610             AND DA-DATE-FIN NOT < date-jour-calcul
006620             IF montant-debiteur > DA-PLAFOND
006630                 MOVE DA-PLAFOND TO part-autorisee
006640             ELSE
006650                 MOVE montant-debiteur TO part-autorisee
006660             END-IF
006670         END-IF
006680         ADD part-autorisee TO nombres-autorises
006690         COMPUTE nombres-hors = nombres-hors
006700             + montant-debiteur - part-autorisee
006710     END-IF.
006720     COMPUTE solde-fin-jour = solde-fin-jour
006730         - MVT-NET-JOUR(idx-jour).
006740     SUBTRACT 1 FROM idx-jour.
006750 2300-EXIT.
006760     EXIT.
006770
006780******************************************************************
006790* 2400-LIRE-DECOUVERT
006800*    Lit l'autorisation de decouvert du produit courant ;
006810*    positionne decouvert-trouve. Une autorisation revoquee
006820*    reste valable jusqu'a sa date de fin (jour de la
006830*    revocation).
006840******************************************************************
006850 2400-LIRE-DECOUVERT.
006860     MOVE 'N' TO decouvert-trouve-sw.
006870     IF NOT decouverts-presents
006880         GO TO 2400-EXIT
006890     END-IF.
006900     MOVE CT-NUMCLI TO DA-NUMCLI.
006910     MOVE CT-NUMPROD TO DA-NUMPROD.
006920     READ DECOUVERT-FILE.
006930     IF DECOUVERT-OK
006940         SET decouvert-trouve TO TRUE
006950         GO TO 2400-EXIT
006960     END-IF.
006970     IF NOT DECOUVERT-NON-TROUVE
006980         DISPLAY "CALCAGI : ERREUR LECTURE DECOUVERT - CODE "
006990             DECOUVERT-STATUS " SUR " DA-CLE
007000     END-IF.
007010 2400-EXIT.
007020     EXIT.
007030
007040******************************************************************
007050* 2500-JOURNALISER-PRODUIT
007060*    Ecrit la ligne de detail du produit courant dans le journal
007070*    des agios (jours debiteurs, nombres, agios, soldes, statut
007076*    DEBITE, SANS-AGIOS, CAPACITE ou DEJA-DEBIT en fin de
007082*    ligne).
007090******************************************************************
007100 2500-JOURNALISER-PRODUIT.
007110     MOVE CT-NUMCLI TO jrn-det-numcli.
007120     MOVE CT-NUMPROD TO jrn-det-numprod.
007130     MOVE nb-jours-debiteurs TO jrn-det-jours.
007140     MOVE nombres-autorises TO jrn-nombres-edit.
007150     MOVE jrn-nombres-edit TO jrn-det-nb-autorises.
007160     MOVE nombres-hors TO jrn-nombres-edit.
007170     MOVE jrn-nombres-edit TO jrn-det-nb-hors.
007180     MOVE agios-du-mois TO jrn-montant-edit.
007190     MOVE jrn-montant-edit TO jrn-det-agios.
007200     MOVE ancien-solde TO jrn-solde-edit.
007210     MOVE jrn-solde-edit TO jrn-det-ancien.
007220     MOVE nouveau-solde TO jrn-solde-edit.
007230     MOVE jrn-solde-edit TO jrn-det-nouveau.
007240     MOVE jrn-detail TO JRN-LIGNE.
007250     WRITE JRN-LIGNE.
007260     IF NOT JOURNAL-FILE-OK
007270         DISPLAY "CALCAGI : ERREUR ECRITURE JOURNAL - CODE "
007280             JOURNAL-FILE-STATUS
007290         SET calcul-echoue TO TRUE
007300         SET fin-fichier TO TRUE
007310         MOVE 8 TO RETURN-CODE
007320     END-IF.
007330 2500-EXIT.
007331     EXIT.
007332
007333******************************************************************
007334* 2600-ECRIRE-EXTRAIT
007335*    Ecrit l'agio du produit courant dans l'extrait AGIEXT
007336*    repris par l'interface comptable INTCPT.
007337******************************************************************
007338 2600-ECRIRE-EXTRAIT.
007339     MOVE CT-NUMCLI TO EXT-NUMCLI.
007340     MOVE CT-NUMPROD TO EXT-NUMPROD.
007341     MOVE CT-INTITULE TO EXT-INTITULE.
007342     MOVE agios-du-mois TO EXT-MONTANT.
007343     MOVE date-du-jour TO EXT-DATE-PASSATION.
007344     WRITE EXT-ENREG.
007345     IF NOT EXTRAIT-OK
007346         DISPLAY "CALCAGI : ERREUR ECRITURE EXTRAIT - CODE "
007347             EXTRAIT-STATUS
007348         SET calcul-echoue TO TRUE
007349         SET fin-fichier TO TRUE
007350         MOVE 8 TO RETURN-CODE
007351     END-IF.
007352 2600-EXIT.
007353     EXIT.
007354
007355******************************************************************
007356* 2700-HISTORISER-AGIO
007357*    Ecrit l'agio debite du produit courant dans l'historique
007358*    permanent AGIHIST (cle client/produit/mois du traitement).
007359*    Une erreur d'ecriture interrompt le calcul (code retour 8).
007360******************************************************************
007361 2700-HISTORISER-AGIO.
007362     MOVE CT-NUMCLI TO AH-NUMCLI.
007363     MOVE CT-NUMPROD TO AH-NUMPROD.
007364     MOVE dj-aaaa TO AH-ANNEE.
007365     MOVE dj-mm TO AH-MM.
007366     MOVE agios-du-mois TO AH-MONTANT.
007367     MOVE date-du-jour TO AH-DATE-PASSATION.
007368     WRITE AGIHIST-ENREG.
007369     IF NOT AGIHIST-OK
007370         DISPLAY "CALCAGI : ERREUR ECRITURE HISTORIQUE AGIOS - "
007371             "CODE " AGIHIST-STATUS " SUR " AH-CLE
007372         SET calcul-echoue TO TRUE
007373         SET fin-fichier TO TRUE
007374         MOVE 8 TO RETURN-CODE
007375     END-IF.
007376 2700-EXIT.
007377     EXIT.
007378
007379 8500-FERMER-TOUT.
007380     CLOSE CONTRAT-FILE.
007381     IF historique-present
007390         CLOSE HISTO-FILE
007400     END-IF.
007410     IF decouverts-presents
007420         CLOSE DECOUVERT-FILE
007430     END-IF.
007440 8500-EXIT.
007450     EXIT.
007460
007470******************************************************************
007480* 9000-TERMINAISON
007490*    Imprime les totaux de controle du journal (produits lus,
007500*    debiteurs dans le mois, debites, sans agios, nombres
007510*    autorises et hors autorisation, total des agios) puis
007520*    referme les fichiers.
007530******************************************************************
007540 9000-TERMINAISON.
007550     MOVE ALL "-" TO JRN-LIGNE.
007560     WRITE JRN-LIGNE.
007570     MOVE SPACES TO JRN-LIGNE.
007580     MOVE nb-produits-lus TO jrn-compteur-edit.
007590     STRING " PRODUITS LUS        : " DELIMITED BY SIZE
007600         jrn-compteur-edit DELIMITED BY SIZE
007610         INTO JRN-LIGNE
007620     END-STRING.
007630     WRITE JRN-LIGNE.
007640     MOVE SPACES TO JRN-LIGNE.
007650     MOVE nb-produits-debiteurs TO jrn-compteur-edit.
007660     STRING " PRODUITS DEBITEURS  : " DELIMITED BY SIZE
007670         jrn-compteur-edit DELIMITED BY SIZE
007680         INTO JRN-LIGNE
007690     END-STRING.
007700     WRITE JRN-LIGNE.
007710     MOVE SPACES TO JRN-LIGNE.
007720     MOVE nb-produits-debites TO jrn-compteur-edit.
007730     STRING " PRODUITS DEBITES    : " DELIMITED BY SIZE
007740         jrn-compteur-edit DELIMITED BY SIZE
007750         INTO JRN-LIGNE
007760     END-STRING.
007770     WRITE JRN-LIGNE.
007780     MOVE SPACES TO JRN-LIGNE.
007790     MOVE nb-produits-sans-agios TO jrn-compteur-edit.
007800     STRING " PRODUITS SANS AGIOS : " DELIMITED BY SIZE
007810         jrn-compteur-edit DELIMITED BY SIZE
007820         INTO JRN-LIGNE
007830     END-STRING.
007840     WRITE JRN-LIGNE.
007850     MOVE SPACES TO JRN-LIGNE.
007860     MOVE total-nombres-autorises TO jrn-nombres-edit.
007870     STRING " NOMBRES AUTORISES   : " DELIMITED BY SIZE
007880         jrn-nombres-edit DELIMITED BY SIZE
007890         INTO JRN-LIGNE
007900     END-STRING.
007910     WRITE JRN-LIGNE.
007920     MOVE SPACES TO JRN-LIGNE.
007930     MOVE total-nombres-hors TO jrn-nombres-edit.
007940     STRING " NOMBRES HORS AUTORISATION : " DELIMITED BY SIZE
007950         jrn-nombres-edit DELIMITED BY SIZE
007960         INTO JRN-LIGNE
007970     END-STRING.
007980     WRITE JRN-LIGNE.
007990     MOVE SPACES TO JRN-LIGNE.
008000     MOVE total-agios TO jrn-total-edit.
008010     STRING " TOTAL AGIOS DEBITES : " DELIMITED BY SIZE
008020         jrn-total-edit DELIMITED BY SIZE
008030         INTO JRN-LIGNE
008040     END-STRING.
008050     WRITE JRN-LIGNE.
008051     IF nb-deja-debites NOT = ZERO
008052         MOVE SPACES TO JRN-LIGNE
008053         MOVE nb-deja-debites TO jrn-compteur-edit
008054         STRING " DEJA DEBITES (NON REDEBITES) : "
008055             DELIMITED BY SIZE
008056             jrn-compteur-edit DELIMITED BY SIZE
008057             INTO JRN-LIGNE
008058         END-STRING
008059         WRITE JRN-LIGNE
008060     END-IF.
008061     PERFORM 8500-FERMER-TOUT THRU 8500-EXIT.
008070     CLOSE JOURNAL-FILE.
008075     CLOSE EXTRAIT-FILE.
008077     CLOSE AGIHIST-FILE.
008080     IF calcul-echoue
008090         DISPLAY "CALCAGI : CALCUL INTERROMPU PAR ERREUR D'E/S"
008100             " - VERIFIER LE JOURNAL."
008110     END-IF.
008120     DISPLAY "CALCAGI : " nb-produits-lus " PRODUIT(S) LU(S) - "
008130         nb-produits-debiteurs " DEBITEUR(S) - "
008140         nb-produits-debites " DEBITE(S).".
008150 9000-EXIT.
008160     EXIT.
008170
008171******************************************************************
008172* 9800-CLORE-CONTROLE
008173*    Inscrit la fin du passage dans le fichier de controle : date
008174*    et heure de fin, code retour, volumes traites ; etat termine
008175*    jusqu'au code retour 4, en anomalie au-dela.
008176******************************************************************
008177 9800-CLORE-CONTROLE.
008178     IF NOT execution-inscrite
008179         GO TO 9800-EXIT
008180     END-IF.
008181     OPEN I-O RUNCTL-FILE.
008182     IF NOT RUNCTL-OK
008183         DISPLAY "CALCAGI : FIN DE PASSAGE NON INSCRITE DANS"
008184             " RUNCTL - CODE " RUNCTL-STATUS
008185         IF RETURN-CODE < 4
008186             MOVE 4 TO RETURN-CODE
008187         END-IF
008188         GO TO 9800-EXIT
008189     END-IF.
008190     MOVE periode-controle TO CTL-DATE-METIER.
008191     MOVE ctl-programme TO CTL-TRAITEMENT.
008192     READ RUNCTL-FILE
008193         INVALID KEY
008194             DISPLAY "CALCAGI : PASSAGE ABSENT DE RUNCTL - "
008195                 "FIN NON INSCRITE."
008196             IF RETURN-CODE < 4
008197                 MOVE 4 TO RETURN-CODE
008198             END-IF
008199             CLOSE RUNCTL-FILE
008200             GO TO 9800-EXIT
008201     END-READ.
008202     IF RETURN-CODE > 4
008203         MOVE 'A' TO CTL-ETAT
008204     ELSE
008205         MOVE 'T' TO CTL-ETAT
008206     END-IF.
008207     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
008208     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
008209     ACCEPT CTL-HEURE-FIN FROM TIME.
008210     MOVE nb-produits-lus TO CTL-NB-LUS.
008211     MOVE nb-produits-debites TO CTL-NB-ECRITS.
008212     MOVE ZERO TO CTL-NB-REJETS.
008213     REWRITE CTL-ENREG.
008214     IF NOT RUNCTL-OK
008215         DISPLAY "CALCAGI : ERREUR ECRITURE RUNCTL EN FIN - "
008216             "CODE " RUNCTL-STATUS
008217         IF RETURN-CODE < 4
008218             MOVE 4 TO RETURN-CODE
008219         END-IF
008220     END-IF.
008221     CLOSE RUNCTL-FILE.
008222 9800-EXIT.
008223     EXIT.
008224
008225 END PROGRAM CALCAGI.
