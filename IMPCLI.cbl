000450* 02/09/2026 JLY   GARDE DE LA FENETRE BATCH : LE JOB REFUSE DE
000460*                  DEMARRER (CODE RETOUR 8) SI LE DRAPEAU DE
000470*                  SESSION EN LIGNE (FICHIER SESSION, POSE PAR
000471*                  L'ECRAN) SIGNALE QU'UN POSTE TIENT ENCORE LES
000472*                  FICHIERS OUVERTS.
000473* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER CONTRATS
000474*                  SUR LE SOLDE SIGNE (CT-SOMME) : UN PRODUIT
000475*                  COUVERT PAR UNE AUTORISATION DE DECOUVERT PEUT
000476*                  PRESENTER UN SOLDE DEBITEUR.
000477* 15/10/2026 JLY   DEPOTS A TERME : ALIGNEMENT DES DEFINITIONS DES
000478*                  FICHIERS CONTRATS ET PRODCAT. UNE LIGNE DONT LE
000479*                  PRODUIT EST UN DEPOT A TERME EST REJETEE (MOTIF
000480*                  TERME) : IL S'OUVRE AU GUICHET AVEC SON PRODUIT
000481*                  DE VERSEMENT.
000482* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER
000483*                  CLIENTLOG : NOUVELLE ZONE CLOG-OPERATEUR
000484*                  (IDENTIFIANT DE L'OPERATEUR EN LIGNE, NOM DU
000485*                  PROGRAMME POUR LES TRAITEMENTS BATCH).
000486* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000487*                  PASSAGE EST INSCRIT POUR LA DATE METIER POSEE
000488*                  PAR FENBAT OUVRIR (DEBUT, FIN, CODE RETOUR,
000489*                  COMPTEURS). SECOND PASSAGE REFUSE (RC 4) SAUF
000490*                  FORCAGE PAR CTLCHN, REFUS (RC 8) SI RECREJ
000491*                  N'EST PAS TERMINE.
000492* 15/10/2026 JLY   ECHEC D'OUVERTURE D'UN FICHIER OU DE
000493*                  CHARGEMENT DU CATALOGUE OU DES AGENCES A
000494*                  L'INITIALISATION : CODE RETOUR 8.
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. IMPCLI.
000830     SELECT SESSION-FILE ASSIGN TO "SESSION"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS SESSION-STATUS.
000851     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000852         ORGANIZATION IS INDEXED
000853         ACCESS MODE IS RANDOM
000854         RECORD KEY IS CTL-CLE
000855         FILE STATUS IS RUNCTL-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  CLIENT-FILE
001030         03 CT-NUMCLI PIC 9(6).
001040         03 CT-NUMPROD PIC 9(3).
001050     02 CT-INTITULE PIC x(30).
001060     02 CT-SOMME PIC S9(9)v9(2).
001070     02 CT-DATECREATION.
001080         03 CT-JOUR PIC 9(2).
001090         03 CT-MOIS PIC 9(2).
001120         88 CT-ACTIF VALUE 'A'.
001130         88 CT-CLOS VALUE 'C'.
001140         88 CT-DORMANT VALUE 'D'.
001143     02 CT-DATE-ECHEANCE PIC 9(08).
001146     02 CT-PRODUIT-VERSEMENT PIC 9(03).
001150 FD  CSV-IN-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  CSV-LIGNE-IN PIC x(220).
001290     02 CLOG-OPERATION PIC x(12).
001300     02 CLOG-DATE PIC 9(08).
001310     02 CLOG-HEURE PIC 9(08).
001315     02 CLOG-OPERATEUR PIC x(08).
001320 FD  PRODCAT-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 01  PRODCAT-ENREG.
001360     02 PC-LIBELLE PIC x(30).
001370     02 PC-TAUX-ANNUEL PIC 9(02)v9(03).
001380     02 PC-MINIMUM PIC 9(09)v9(02).
001382     02 PC-TERME PIC x(01).
001384         88 PC-A-TERME VALUE 'O'.
001386     02 PC-DUREE-MOIS PIC 9(03).
001390 FD  AGENCE-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  AGENCE-ENREG.
001470
001480 FD  SESSION-FILE
001490     LABEL RECORDS ARE STANDARD.
001491 01  SES-ENREG.
001492     02 SES-ETAT PIC x(01).
001493     02 SES-DATE PIC 9(08).
001494     02 SES-HEURE PIC 9(08).
001495 FD  RUNCTL-FILE
001496     LABEL RECORDS ARE STANDARD.
001497 01  CTL-ENREG.
001498     02 CTL-CLE.
001499         03 CTL-DATE-METIER PIC 9(08).
001500         03 CTL-TRAITEMENT PIC x(08).
001501     02 CTL-ETAT PIC x(01).
001502         88 CTL-EN-COURS VALUE 'E'.
001503         88 CTL-TERMINE VALUE 'T'.
001504         88 CTL-ANOMALIE VALUE 'A'.
001505         88 CTL-REFUSE VALUE 'R'.
001506     02 CTL-DATE-DEBUT PIC 9(08).
001507     02 CTL-HEURE-DEBUT PIC 9(08).
001508     02 CTL-DATE-FIN PIC 9(08).
001509     02 CTL-HEURE-FIN PIC 9(08).
001510     02 CTL-CODE-RETOUR PIC 9(04).
001511     02 CTL-NB-LUS PIC 9(09).
001512     02 CTL-NB-ECRITS PIC 9(09).
001513     02 CTL-NB-REJETS PIC 9(09).
001514     02 CTL-NB-PASSAGES PIC 9(03).
001515     02 CTL-FORCAGE PIC x(01).
001516         88 CTL-FORCE VALUE 'O'.
001517     02 CTL-MODE PIC x(01).
001518         88 CTL-MODE-NORMAL VALUE 'N'.
001519         88 CTL-MODE-REPRISE VALUE 'R'.
001520         88 CTL-MODE-FORCE VALUE 'F'.
001521     02 CTL-DATE-REFERENCE PIC 9(08).
001522     02 FILLER PIC x(07).
001523 01  CTL-DATE-ENREG.
001524     02 FILLER PIC x(16).
001525     02 CTL-DM-ETAT PIC x(01).
001526         88 CTL-DM-OUVERTE VALUE 'O'.
001527         88 CTL-DM-FERMEE VALUE 'F'.
001528     02 CTL-DM-DATE-COURANTE PIC 9(08).
001529     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
001530     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
001531     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
001532     02 FILLER PIC x(51).
001540 WORKING-STORAGE SECTION.
001550
001560* Garde de la fenetre batch : le drapeau de session en ligne
001940         03 CAT-LIBELLE PIC x(30).
001950         03 CAT-TAUX-ANNUEL PIC 9(02)v9(03).
001960         03 CAT-MINIMUM PIC 9(09)v9(02).
001965         03 CAT-TERME PIC x(01).
001970 77 nb-produits-catalogue PIC 9(03) COMP VALUE ZERO.
001980 77 fin-catalogue-sw PIC x(01) VALUE 'N'.
001990     88 fin-catalogue VALUE 'O'.
002940 77 jour-max-du-mois PIC 9(02).
002950 77 reste-4 PIC 9(02).
002960 77 reste-100 PIC 9(02).
002961 77 reste-400 PIC 9(03).
002962 77 quotient-annee PIC 9(04).
002963
002964* Controle d'execution de la chaine (fichier RUNCTL) : date metier
002965* posee par FENBAT OUVRIR, second passage reussi pour la meme date
002966* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
002967* demarrage refuse tant que le traitement prerequis n'est pas
002968* termine pour la date metier.
002969 01 RUNCTL-STATUS PIC x(02).
002970     88 RUNCTL-OK VALUE '00'.
002971     88 RUNCTL-INEXISTANT VALUE '35'.
002972 77 ctl-programme PIC x(08) VALUE 'IMPCLI'.
002973 77 ctl-prerequis PIC x(08) VALUE 'RECREJ'.
002974 77 ctl-periodicite PIC x(01) VALUE 'J'.
002975     88 ctl-quotidien VALUE 'J'.
002976     88 ctl-mensuel VALUE 'M'.
002977     88 ctl-annuel VALUE 'A'.
002978 77 ctl-existant-sw PIC x(01).
002979     88 ctl-existant VALUE 'O'.
002980 77 execution-refusee-sw PIC x(01) VALUE 'N'.
002981     88 execution-refusee VALUE 'O'.
002982 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
002983     88 execution-inscrite VALUE 'O'.
002984 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
002985     88 execution-interrompue VALUE 'O'.
002986 77 execution-forcee-sw PIC x(01) VALUE 'N'.
002987     88 execution-forcee VALUE 'O'.
002988 01 controle-sauve PIC x(100).
002989 01 date-metier PIC 9(08).
002990 01 periode-controle PIC 9(08).
002991 01 periode-controle-decoupe REDEFINES periode-controle.
002992     02 pc-aaaa PIC 9(04).
002993     02 pc-mm PIC 9(02).
002994     02 pc-jj PIC 9(02).
002995
003000 PROCEDURE DIVISION.
003010
003020******************************************************************
003110         MOVE 8 TO RETURN-CODE
003120         STOP RUN
003130     END-IF.
003132     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
003134     IF execution-refusee
003136         STOP RUN
003138     END-IF.
003140     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
003150     IF NOT ouverture-echouee
003160         PERFORM 2000-TRAITER-LIGNE THRU 2000-EXIT
003170             UNTIL fin-fichier
003180         PERFORM 9000-TERMINAISON THRU 9000-EXIT
003190     END-IF.
003195     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
003200     STOP RUN.
003210
003220******************************************************************
003330     END-IF.
003340     IF NOT SESSION-OK
003350         DISPLAY "IMPCLI : DRAPEAU DE SESSION ILLISIBLE - CODE "
003351             SESSION-STATUS " - JOB REFUSE."
003352         SET session-ouverte TO TRUE
003353         GO TO 0500-EXIT
003354     END-IF.
003355     READ SESSION-FILE
003356         AT END
003357             CONTINUE
003358     END-READ.
003359     IF SESSION-OK AND SES-ETAT = 'O'
003360         DISPLAY "IMPCLI : UNE SESSION EN LIGNE TIENT ENCORE LES"
003361             " FICHIERS (DEPUIS " SES-DATE " " SES-HEURE
003362             ") - JOB REFUSE."
003363         SET session-ouverte TO TRUE
003364     END-IF.
003365     CLOSE SESSION-FILE.
003366 0500-EXIT.
003367     EXIT.
003368
003369******************************************************************
003370* 0600-OUVRIR-CONTROLE
003371*    Controle d'execution (fichier RUNCTL) : lit la date metier
003372*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
003373*    la meme date ou periode (code retour 4) sauf forcage, refuse
003374*    le demarrage tant que le prerequis n'est pas termine pour la
003375*    date metier (code retour 8), puis inscrit le passage a l'etat
003376*    en cours. Un passage precedent reste en cours ou termine en
003377*    anomalie signale une relance apres incident.
003378******************************************************************
003379 0600-OUVRIR-CONTROLE.
003380     MOVE 'N' TO execution-refusee-sw.
003381     MOVE 'N' TO execution-inscrite-sw.
003382     MOVE 'N' TO execution-interrompue-sw.
003383     MOVE 'N' TO execution-forcee-sw.
003384     OPEN I-O RUNCTL-FILE.
003385     IF NOT RUNCTL-OK
003386         DISPLAY "IMPCLI : FICHIER DE CONTROLE RUNCTL"
003387             " INACCESSIBLE - CODE " RUNCTL-STATUS
003388             " - JOB REFUSE."
003389         SET execution-refusee TO TRUE
003390         MOVE 8 TO RETURN-CODE
003391         GO TO 0600-EXIT
003392     END-IF.
003393     MOVE ZERO TO CTL-DATE-METIER.
003394     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
003395     READ RUNCTL-FILE
003396         INVALID KEY
003397             DISPLAY "IMPCLI : DATE METIER NON POSEE"
003398                 " (FENBAT OUVRIR) - JOB REFUSE."
003399             SET execution-refusee TO TRUE
003400             MOVE 8 TO RETURN-CODE
003401             CLOSE RUNCTL-FILE
003402             GO TO 0600-EXIT
003403     END-READ.
003404     MOVE CTL-DM-DATE-COURANTE TO date-metier.
003405     MOVE date-metier TO periode-controle.
003406     IF ctl-mensuel
003407         MOVE ZERO TO pc-jj
003408     END-IF.
003409     IF ctl-annuel
003410         MOVE ZERO TO pc-mm
003411         MOVE ZERO TO pc-jj
003412     END-IF.
003413     MOVE 'O' TO ctl-existant-sw.
003414     MOVE periode-controle TO CTL-DATE-METIER.
003415     MOVE ctl-programme TO CTL-TRAITEMENT.
003416     READ RUNCTL-FILE
003417         INVALID KEY
003418             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
003419     END-READ.
003420     IF CTL-FORCE
003421         SET execution-forcee TO TRUE
003422     END-IF.
003423     IF CTL-TERMINE AND NOT execution-forcee
003424         DISPLAY "IMPCLI : DEJA TERMINE POUR " periode-controle
003425             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
003426             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
003427         SET execution-refusee TO TRUE
003428         MOVE 4 TO RETURN-CODE
003429         CLOSE RUNCTL-FILE
003430         GO TO 0600-EXIT
003431     END-IF.
003432     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
003433         SET execution-interrompue TO TRUE
003434     END-IF.
003435     MOVE CTL-ENREG TO controle-sauve.
003436     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
003437         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
003438     END-IF.
003439     MOVE controle-sauve TO CTL-ENREG.
003440     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
003441     ACCEPT CTL-HEURE-DEBUT FROM TIME.
003442     MOVE ZERO TO CTL-DATE-FIN.
003443     MOVE ZERO TO CTL-HEURE-FIN.
003444     MOVE date-metier TO CTL-DATE-REFERENCE.
003445     ADD 1 TO CTL-NB-PASSAGES.
003446     IF execution-refusee
003447         GO TO 0600-REFUS
003448     END-IF.
003449     MOVE 'E' TO CTL-ETAT.
003450     MOVE ZERO TO CTL-CODE-RETOUR.
003451     MOVE ZERO TO CTL-NB-LUS.
003452     MOVE ZERO TO CTL-NB-ECRITS.
003453     MOVE ZERO TO CTL-NB-REJETS.
003454     MOVE 'N' TO CTL-FORCAGE.
003455     MOVE 'N' TO CTL-MODE.
003456     IF execution-interrompue
003457         MOVE 'R' TO CTL-MODE
003458         DISPLAY "IMPCLI : PASSAGE PRECEDENT INTERROMPU POUR "
003459             periode-controle " - RELANCE APRES INCIDENT."
003460     END-IF.
003461     IF execution-forcee
003462         MOVE 'F' TO CTL-MODE
003463         DISPLAY "IMPCLI : PASSAGE FORCE POUR "
003464             periode-controle "."
003465     END-IF.
003466     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
003467     IF NOT execution-refusee
003468         SET execution-inscrite TO TRUE
003469     END-IF.
003470     CLOSE RUNCTL-FILE.
003471     GO TO 0600-EXIT.
003472 0600-REFUS.
003473*    Un passage interrompu garde son etat : seul un refus sur un
003474*    traitement non encore lance (ou deja refuse) est inscrit.
003475     IF ctl-existant AND NOT CTL-REFUSE
003476         CLOSE RUNCTL-FILE
003477         GO TO 0600-EXIT
003478     END-IF.
003479     MOVE 'R' TO CTL-ETAT.
003480     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
003481     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
003482     CLOSE RUNCTL-FILE.
003483 0600-EXIT.
003484     EXIT.
003485
003486******************************************************************
003487* 0610-INITIALISER-CONTROLE
003488*    Prepare un enregistrement de controle vierge pour le
003489*    traitement et la periode courants (premier passage).
003490******************************************************************
003491 0610-INITIALISER-CONTROLE.
003492     MOVE 'N' TO ctl-existant-sw.
003493     MOVE SPACES TO CTL-ENREG.
003494     MOVE periode-controle TO CTL-DATE-METIER.
003495     MOVE ctl-programme TO CTL-TRAITEMENT.
003496     MOVE ZERO TO CTL-CODE-RETOUR.
003497     MOVE ZERO TO CTL-NB-LUS.
003498     MOVE ZERO TO CTL-NB-ECRITS.
003499     MOVE ZERO TO CTL-NB-REJETS.
003500     MOVE ZERO TO CTL-NB-PASSAGES.
003501     MOVE 'N' TO CTL-FORCAGE.
003502     MOVE 'N' TO CTL-MODE.
003503     MOVE ZERO TO CTL-DATE-REFERENCE.
003504 0610-EXIT.
003505     EXIT.
003506
003507******************************************************************
003508* 0620-CONTROLER-PREREQUIS
003509*    Le traitement prerequis doit etre termine (code retour 4 au
003510*    plus) pour la date metier ; sinon le demarrage est refuse.
003511******************************************************************
003512 0620-CONTROLER-PREREQUIS.
003513     MOVE date-metier TO CTL-DATE-METIER.
003514     MOVE ctl-prerequis TO CTL-TRAITEMENT.
003515     READ RUNCTL-FILE
003516         INVALID KEY
003517             MOVE SPACES TO CTL-ETAT
003518     END-READ.
003519     IF NOT CTL-TERMINE
003520         DISPLAY "IMPCLI : PREREQUIS " ctl-prerequis
003521             " NON TERMINE POUR LA DATE METIER " date-metier
003522             " - JOB REFUSE."
003523         SET execution-refusee TO TRUE
003524         MOVE 8 TO RETURN-CODE
003525     END-IF.
003526 0620-EXIT.
003527     EXIT.
003528
003529******************************************************************
003530* 0630-ECRIRE-CONTROLE
003531*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
003532*    d'ecriture refuse le job (code retour 8).
003533******************************************************************
003534 0630-ECRIRE-CONTROLE.
003535     IF ctl-existant
003536         REWRITE CTL-ENREG
003537     ELSE
003538         WRITE CTL-ENREG
003539     END-IF.
003540     IF NOT RUNCTL-OK
003541         DISPLAY "IMPCLI : ERREUR ECRITURE RUNCTL - CODE "
003542             RUNCTL-STATUS " - JOB REFUSE."
003543         SET execution-refusee TO TRUE
003544         MOVE 8 TO RETURN-CODE
003545     END-IF.
003546 0630-EXIT.
003547     EXIT.
003548
003549******************************************************************
003550* 1000-INITIALISATION
003560*    Ouvre le fichier d'apport en entree, le fichier maitre en
003570*    mise a jour (cree au premier lancement), le fichier de rejets
003670         DISPLAY "IMPCLI : FICHIER D'APPORT INACCESSIBLE - CODE "
003680             CSV-IN-STATUS
003690         SET ouverture-echouee TO TRUE
003695         MOVE 8 TO RETURN-CODE
003700         GO TO 1000-EXIT
003710     END-IF.
003720     OPEN I-O CLIENT-FILE.
003800             CLIENT-FILE-STATUS
003810         CLOSE CSV-IN-FILE
003820         SET ouverture-echouee TO TRUE
003825         MOVE 8 TO RETURN-CODE
003830         GO TO 1000-EXIT
003840     END-IF.
003850     OPEN I-O CONTRAT-FILE.
003940         CLOSE CSV-IN-FILE
003950         CLOSE CLIENT-FILE
003960         SET ouverture-echouee TO TRUE
003965         MOVE 8 TO RETURN-CODE
003970         GO TO 1000-EXIT
003980     END-IF.
003990     OPEN OUTPUT REJET-FILE.
004030         CLOSE CSV-IN-FILE
004040         CLOSE CLIENT-FILE
004050         SET ouverture-echouee TO TRUE
004055         MOVE 8 TO RETURN-CODE
004060         GO TO 1000-EXIT
004070     END-IF.
004080     OPEN EXTEND CLIENT-LOG-FILE.
004710             "CODE " PRODCAT-STATUS
004720         PERFORM 1090-FERMER-TOUT THRU 1090-EXIT
004730         SET ouverture-echouee TO TRUE
004735         MOVE 8 TO RETURN-CODE
004740         GO TO 1070-EXIT
004750     END-IF.
004760     PERFORM 1080-LIRE-PRODCAT THRU 1080-EXIT
004810             " REFUSE."
004820         PERFORM 1090-FERMER-TOUT THRU 1090-EXIT
004830         SET ouverture-echouee TO TRUE
004835         MOVE 8 TO RETURN-CODE
004840     END-IF.
004850 1070-EXIT.
004860     EXIT.
005030     MOVE PC-TAUX-ANNUEL TO
005040         CAT-TAUX-ANNUEL(nb-produits-catalogue).
005050     MOVE PC-MINIMUM TO CAT-MINIMUM(nb-produits-catalogue).
005055     MOVE PC-TERME TO CAT-TERME(nb-produits-catalogue).
005060 1080-EXIT.
005070     EXIT.
005080
005310             "CODE " AGENCE-STATUS
005320         PERFORM 1090-FERMER-TOUT THRU 1090-EXIT
005330         SET ouverture-echouee TO TRUE
005335         MOVE 8 TO RETURN-CODE
005340         GO TO 1075-EXIT
005350     END-IF.
005360     PERFORM 1078-LIRE-AGENCE THRU 1078-EXIT
005410             "CHARGEMENT REFUSE."
005420         PERFORM 1090-FERMER-TOUT THRU 1090-EXIT
005430         SET ouverture-echouee TO TRUE
005435         MOVE 8 TO RETURN-CODE
005440     END-IF.
005450 1075-EXIT.
005460     EXIT.
007220*    charge en table : l'intitule doit etre un libelle du
007230*    catalogue (sinon rejet PRODUIT) et la somme doit atteindre
007240*    le minimum d'ouverture du produit (sinon rejet MINIMUM).
007242*    Un depot a terme ne peut etre ouvert par l'import : son
007244*    produit de versement a l'echeance doit etre un autre
007246*    produit du client, saisi au guichet (sinon rejet TERME).
007250******************************************************************
007260 2125-CONTROLER-PRODUIT.
007270     PERFORM 2160-RECHERCHER-CATALOGUE THRU 2160-EXIT.
007280     IF NOT produit-trouve
007290         MOVE 'PRODUIT' TO motif-rejet
007291         MOVE 'N' TO ligne-valide-sw
007292         GO TO 2125-EXIT
007293     END-IF.
007294     IF CAT-TERME(idx-catalogue) = 'O'
007295         MOVE 'TERME' TO motif-rejet
007300         MOVE 'N' TO ligne-valide-sw
007310         GO TO 2125-EXIT
007320     END-IF.
009700     MOVE mois TO CT-MOIS.
009710     MOVE annee TO CT-ANNEE.
009720     MOVE 'A' TO CT-ETAT.
009723     MOVE ZERO TO CT-DATE-ECHEANCE.
009726     MOVE ZERO TO CT-PRODUIT-VERSEMENT.
009730     WRITE CONTRAT-ENREG
009740     END-WRITE.
009750     IF CONTRAT-FILE-OK
010210     MOVE log-operation TO CLOG-OPERATION.
010220     ACCEPT CLOG-DATE FROM DATE YYYYMMDD.
010230     ACCEPT CLOG-HEURE FROM TIME.
010235     MOVE "IMPCLI" TO CLOG-OPERATEUR.
010240     WRITE CLOG-ENREG.
010250     IF NOT CLIENT-LOG-OK
010260         DISPLAY "IMPCLI : ERREUR JOURNALISATION - CODE "
010500 9000-EXIT.
010510     EXIT.
010520
010530******************************************************************
010540* 9800-CLORE-CONTROLE
010550*    Inscrit la fin du passage dans le fichier de controle : date
010560*    et heure de fin, code retour, volumes traites ; etat termine
010570*    jusqu'au code retour 4, en anomalie au-dela.
010580******************************************************************
010590 9800-CLORE-CONTROLE.
010600     IF NOT execution-inscrite
010610         GO TO 9800-EXIT
010620     END-IF.
010630     OPEN I-O RUNCTL-FILE.
010640     IF NOT RUNCTL-OK
010650         DISPLAY "IMPCLI : FIN DE PASSAGE NON INSCRITE DANS"
010660             " RUNCTL - CODE " RUNCTL-STATUS
010670         IF RETURN-CODE < 4
010680             MOVE 4 TO RETURN-CODE
010690         END-IF
010700         GO TO 9800-EXIT
010710     END-IF.
010720     MOVE periode-controle TO CTL-DATE-METIER.
010730     MOVE ctl-programme TO CTL-TRAITEMENT.
010740     READ RUNCTL-FILE
010750         INVALID KEY
010760             DISPLAY "IMPCLI : PASSAGE ABSENT DE RUNCTL - "
010770                 "FIN NON INSCRITE."
010780             IF RETURN-CODE < 4
010790                 MOVE 4 TO RETURN-CODE
010800             END-IF
010810             CLOSE RUNCTL-FILE
010820             GO TO 9800-EXIT
010830     END-READ.
010840     IF RETURN-CODE > 4
010850         MOVE 'A' TO CTL-ETAT
010860     ELSE
010870         MOVE 'T' TO CTL-ETAT
010880     END-IF.
010890     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
010900     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
010910     ACCEPT CTL-HEURE-FIN FROM TIME.
010920     MOVE nb-lignes-lues TO CTL-NB-LUS.
010930     MOVE nb-clients-charges TO CTL-NB-ECRITS.
010940     MOVE nb-lignes-rejetees TO CTL-NB-REJETS.
010950     REWRITE CTL-ENREG.
010960     IF NOT RUNCTL-OK
010970         DISPLAY "IMPCLI : ERREUR ECRITURE RUNCTL EN FIN - "
010980             "CODE " RUNCTL-STATUS
010990         IF RETURN-CODE < 4
011000             MOVE 4 TO RETURN-CODE
011010         END-IF
011020     END-IF.
011030     CLOSE RUNCTL-FILE.
011040 9800-EXIT.
011050     EXIT.
011060
011070 END PROGRAM IMPCLI.
