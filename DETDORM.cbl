000220* 02/09/2026 JLY   CREATION DU BATCH ANNUEL DE DORMANCE : MISE A
000230*                  L'ETAT DORMANT DES PRODUITS SANS MOUVEMENT
000240*                  DEPUIS N ANNEES, EXTRAIT DE DESHERENCE AU-DELA
000241*                  DE M ANNEES, RAPPORT PAR CLIENT AVEC DERNIERE
000242*                  ACTIVITE, TRACES DANS CLIENTLOG.
000243* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DES FICHIERS
000244*                  CONTRATS ET MVTHIST SUR LE SOLDE SIGNE
000245*                  (DECOUVERT AUTORISE). UN PRODUIT DORMANT A
000246*                  SOLDE DEBITEUR N'EST PAS VERSE EN
000247*                  DESHERENCE.
000248* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER CONTRATS
000249*                  SUR LES DEPOTS A TERME (DATE D'ECHEANCE ET
000250*                  PRODUIT DE VERSEMENT A L'ECHEANCE).
000251* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER
000252*                  CLIENTLOG : NOUVELLE ZONE CLOG-OPERATEUR
000253*                  (IDENTIFIANT DE L'OPERATEUR EN LIGNE, NOM DU
000254*                  PROGRAMME POUR LES TRAITEMENTS BATCH).
000255* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000256*                  PASSAGE EST INSCRIT POUR L'ANNEE DE LA DATE
000257*                  METIER POSEE PAR FENBAT OUVRIR (DEBUT, FIN,
000258*                  CODE RETOUR, COMPTEURS). SECOND PASSAGE REFUSE
000259*                  (RC 4) SAUF FORCAGE PAR CTLCHN, REFUS (RC 8) SI
000260*                  SAVCLI N'EST PAS TERMINE. LA DATE DE TRAITEMENT
000261*                  EST LA DATE METIER.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. DETDORM.
000590     SELECT SESSION-FILE ASSIGN TO "SESSION"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS SESSION-STATUS.
000611     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS RANDOM
000614         RECORD KEY IS CTL-CLE
000615         FILE STATUS IS RUNCTL-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CLIENT-FILE
000790         03 CT-NUMCLI PIC 9(6).
000800         03 CT-NUMPROD PIC 9(3).
000810     02 CT-INTITULE PIC x(30).
000820     02 CT-SOMME PIC S9(9)v9(2).
000830     02 CT-DATECREATION.
000840         03 CT-JOUR PIC 9(2).
000850         03 CT-MOIS PIC 9(2).
000880         88 CT-ACTIF VALUE 'A'.
000890         88 CT-CLOS VALUE 'C'.
000900         88 CT-DORMANT VALUE 'D'.
000903     02 CT-DATE-ECHEANCE PIC 9(08).
000906     02 CT-PRODUIT-VERSEMENT PIC 9(03).
000910 FD  HISTO-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  HISTO-ENREG.
001010         03 HX-NUMSEQ PIC 9(6).
001020     02 HX-SENS PIC x(01).
001030     02 HX-MONTANT PIC 9(9)v9(2).
001040     02 HX-NOUVEAU-SOLDE PIC S9(9)v9(2).
001050     02 HX-DATE-PASSATION PIC 9(08).
001060 FD  CLIENT-LOG-FILE
001070     LABEL RECORDS ARE STANDARD.
001110     02 CLOG-OPERATION PIC x(12).
001120     02 CLOG-DATE PIC 9(08).
001130     02 CLOG-HEURE PIC 9(08).
001135     02 CLOG-OPERATEUR PIC x(08).
001140 FD  RAPPORT-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  RAP-LIGNE PIC x(132).
001260
001270 FD  SESSION-FILE
001280     LABEL RECORDS ARE STANDARD.
001281 01  SES-ENREG.
001282     02 SES-ETAT PIC x(01).
001283     02 SES-DATE PIC 9(08).
001284     02 SES-HEURE PIC 9(08).
001285 FD  RUNCTL-FILE
001286     LABEL RECORDS ARE STANDARD.
001287 01  CTL-ENREG.
001288     02 CTL-CLE.
001289         03 CTL-DATE-METIER PIC 9(08).
001290         03 CTL-TRAITEMENT PIC x(08).
001291     02 CTL-ETAT PIC x(01).
001292         88 CTL-EN-COURS VALUE 'E'.
001293         88 CTL-TERMINE VALUE 'T'.
001294         88 CTL-ANOMALIE VALUE 'A'.
001295         88 CTL-REFUSE VALUE 'R'.
001296     02 CTL-DATE-DEBUT PIC 9(08).
001297     02 CTL-HEURE-DEBUT PIC 9(08).
001298     02 CTL-DATE-FIN PIC 9(08).
001299     02 CTL-HEURE-FIN PIC 9(08).
001300     02 CTL-CODE-RETOUR PIC 9(04).
001301     02 CTL-NB-LUS PIC 9(09).
001302     02 CTL-NB-ECRITS PIC 9(09).
001303     02 CTL-NB-REJETS PIC 9(09).
001304     02 CTL-NB-PASSAGES PIC 9(03).
001305     02 CTL-FORCAGE PIC x(01).
001306         88 CTL-FORCE VALUE 'O'.
001307     02 CTL-MODE PIC x(01).
001308         88 CTL-MODE-NORMAL VALUE 'N'.
001309         88 CTL-MODE-REPRISE VALUE 'R'.
001310         88 CTL-MODE-FORCE VALUE 'F'.
001311     02 CTL-DATE-REFERENCE PIC 9(08).
001312     02 FILLER PIC x(07).
001313 01  CTL-DATE-ENREG.
001314     02 FILLER PIC x(16).
001315     02 CTL-DM-ETAT PIC x(01).
001316         88 CTL-DM-OUVERTE VALUE 'O'.
001317         88 CTL-DM-FERMEE VALUE 'F'.
001318     02 CTL-DM-DATE-COURANTE PIC 9(08).
001319     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
001320     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
001321     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
001322     02 FILLER PIC x(51).
001330 WORKING-STORAGE SECTION.
001340
001350* Garde de la fenetre batch : le drapeau de session en ligne
002290     02 rd-intitule PIC x(30).
002300     02 FILLER PIC x(01) VALUE SPACE.
002310     02 rd-derniere PIC x(10).
002311     02 FILLER PIC x(01) VALUE SPACE.
002312     02 rd-nature PIC x(10).
002313
002314* Controle d'execution de la chaine (fichier RUNCTL) : date metier
002315* posee par FENBAT OUVRIR, second passage reussi pour la meme date
002316* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
002317* demarrage refuse tant que le traitement prerequis n'est pas
002318* termine pour la date metier.
002319 01 RUNCTL-STATUS PIC x(02).
002320     88 RUNCTL-OK VALUE '00'.
002321     88 RUNCTL-INEXISTANT VALUE '35'.
002322 77 ctl-programme PIC x(08) VALUE 'DETDORM'.
002323 77 ctl-prerequis PIC x(08) VALUE 'SAVCLI'.
002324 77 ctl-periodicite PIC x(01) VALUE 'A'.
002325     88 ctl-quotidien VALUE 'J'.
002326     88 ctl-mensuel VALUE 'M'.
002327     88 ctl-annuel VALUE 'A'.
002328 77 ctl-existant-sw PIC x(01).
002329     88 ctl-existant VALUE 'O'.
002330 77 execution-refusee-sw PIC x(01) VALUE 'N'.
002331     88 execution-refusee VALUE 'O'.
002332 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
002333     88 execution-inscrite VALUE 'O'.
002334 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
002335     88 execution-interrompue VALUE 'O'.
002336 77 execution-forcee-sw PIC x(01) VALUE 'N'.
002337     88 execution-forcee VALUE 'O'.
002338 01 controle-sauve PIC x(100).
002339 01 date-metier PIC 9(08).
002340 01 periode-controle PIC 9(08).
002341 01 periode-controle-decoupe REDEFINES periode-controle.
002342     02 pc-aaaa PIC 9(04).
002343     02 pc-mm PIC 9(02).
002344     02 pc-jj PIC 9(02).
002345
002350 PROCEDURE DIVISION.
002360
002370******************************************************************
002460         MOVE 8 TO RETURN-CODE
002470         STOP RUN
002480     END-IF.
002482     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
002484     IF execution-refusee
002486         STOP RUN
002488     END-IF.
002490     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002500     IF NOT detection-echouee
002510         PERFORM 2000-EXAMINER-CONTRAT THRU 2000-EXIT
002520             UNTIL fin-contrats
002530         PERFORM 9000-TERMINAISON THRU 9000-EXIT
002540     END-IF.
002545     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
002550     STOP RUN.
002560
002570******************************************************************
002680     END-IF.
002690     IF NOT SESSION-OK
002700         DISPLAY "DETDORM : DRAPEAU DE SESSION ILLISIBLE - CODE "
002701             SESSION-STATUS " - JOB REFUSE."
002702         SET session-ouverte TO TRUE
002703         GO TO 0500-EXIT
002704     END-IF.
002705     READ SESSION-FILE
002706         AT END
002707             CONTINUE
002708     END-READ.
002709     IF SESSION-OK AND SES-ETAT = 'O'
002710         DISPLAY "DETDORM : UNE SESSION EN LIGNE TIENT ENCORE"
002711             " LES FICHIERS (DEPUIS " SES-DATE " " SES-HEURE
002712             ") - JOB REFUSE."
002713         SET session-ouverte TO TRUE
002714     END-IF.
002715     CLOSE SESSION-FILE.
002716 0500-EXIT.
002717     EXIT.
002718
002719******************************************************************
002720* 0600-OUVRIR-CONTROLE
002721*    Controle d'execution (fichier RUNCTL) : lit la date metier
002722*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
002723*    la meme date ou periode (code retour 4) sauf forcage, refuse
002724*    le demarrage tant que le prerequis n'est pas termine pour la
002725*    date metier (code retour 8), puis inscrit le passage a l'etat
002726*    en cours. Un passage precedent reste en cours ou termine en
002727*    anomalie signale une relance apres incident.
002728******************************************************************
002729 0600-OUVRIR-CONTROLE.
002730     MOVE 'N' TO execution-refusee-sw.
002731     MOVE 'N' TO execution-inscrite-sw.
002732     MOVE 'N' TO execution-interrompue-sw.
002733     MOVE 'N' TO execution-forcee-sw.
002734     OPEN I-O RUNCTL-FILE.
002735     IF NOT RUNCTL-OK
002736         DISPLAY "DETDORM : FICHIER DE CONTROLE RUNCTL"
002737             " INACCESSIBLE - CODE " RUNCTL-STATUS
002738             " - JOB REFUSE."
002739         SET execution-refusee TO TRUE
002740         MOVE 8 TO RETURN-CODE
002741         GO TO 0600-EXIT
002742     END-IF.
002743     MOVE ZERO TO CTL-DATE-METIER.
002744     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
002745     READ RUNCTL-FILE
002746         INVALID KEY
002747             DISPLAY "DETDORM : DATE METIER NON POSEE"
002748                 " (FENBAT OUVRIR) - JOB REFUSE."
002749             SET execution-refusee TO TRUE
002750             MOVE 8 TO RETURN-CODE
002751             CLOSE RUNCTL-FILE
002752             GO TO 0600-EXIT
002753     END-READ.
002754     MOVE CTL-DM-DATE-COURANTE TO date-metier.
002755     MOVE date-metier TO periode-controle.
002756     IF ctl-mensuel
002757         MOVE ZERO TO pc-jj
002758     END-IF.
002759     IF ctl-annuel
002760         MOVE ZERO TO pc-mm
002761         MOVE ZERO TO pc-jj
002762     END-IF.
002763     MOVE 'O' TO ctl-existant-sw.
002764     MOVE periode-controle TO CTL-DATE-METIER.
002765     MOVE ctl-programme TO CTL-TRAITEMENT.
002766     READ RUNCTL-FILE
002767         INVALID KEY
002768             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
002769     END-READ.
002770     IF CTL-FORCE
002771         SET execution-forcee TO TRUE
002772     END-IF.
002773     IF CTL-TERMINE AND NOT execution-forcee
002774         DISPLAY "DETDORM : DEJA TERMINE POUR " periode-controle
002775             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
002776             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
002777         SET execution-refusee TO TRUE
002778         MOVE 4 TO RETURN-CODE
002779         CLOSE RUNCTL-FILE
002780         GO TO 0600-EXIT
002781     END-IF.
002782     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
002783         SET execution-interrompue TO TRUE
002784     END-IF.
002785     MOVE CTL-ENREG TO controle-sauve.
002786     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
002787         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
002788     END-IF.
002789     MOVE controle-sauve TO CTL-ENREG.
002790     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
002791     ACCEPT CTL-HEURE-DEBUT FROM TIME.
002792     MOVE ZERO TO CTL-DATE-FIN.
002793     MOVE ZERO TO CTL-HEURE-FIN.
002794     MOVE date-metier TO CTL-DATE-REFERENCE.
002795     ADD 1 TO CTL-NB-PASSAGES.
002796     IF execution-refusee
002797         GO TO 0600-REFUS
002798     END-IF.
002799     MOVE 'E' TO CTL-ETAT.
002800     MOVE ZERO TO CTL-CODE-RETOUR.
002801     MOVE ZERO TO CTL-NB-LUS.
002802     MOVE ZERO TO CTL-NB-ECRITS.
002803     MOVE ZERO TO CTL-NB-REJETS.
002804     MOVE 'N' TO CTL-FORCAGE.
002805     MOVE 'N' TO CTL-MODE.
002806     IF execution-interrompue
002807         MOVE 'R' TO CTL-MODE
002808         DISPLAY "DETDORM : PASSAGE PRECEDENT INTERROMPU POUR "
002809             periode-controle " - RELANCE APRES INCIDENT."
002810     END-IF.
002811     IF execution-forcee
002812         MOVE 'F' TO CTL-MODE
002813         DISPLAY "DETDORM : PASSAGE FORCE POUR "
002814             periode-controle "."
002815     END-IF.
002816     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
002817     IF NOT execution-refusee
002818         SET execution-inscrite TO TRUE
002819     END-IF.
002820     CLOSE RUNCTL-FILE.
002821     GO TO 0600-EXIT.
002822 0600-REFUS.
002823*    Un passage interrompu garde son etat : seul un refus sur un
002824*    traitement non encore lance (ou deja refuse) est inscrit.
002825     IF ctl-existant AND NOT CTL-REFUSE
002826         CLOSE RUNCTL-FILE
002827         GO TO 0600-EXIT
002828     END-IF.
002829     MOVE 'R' TO CTL-ETAT.
002830     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
002831     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
002832     CLOSE RUNCTL-FILE.
002833 0600-EXIT.
002834     EXIT.
002835
002836******************************************************************
002837* 0610-INITIALISER-CONTROLE
002838*    Prepare un enregistrement de controle vierge pour le
002839*    traitement et la periode courants (premier passage).
002840******************************************************************
002841 0610-INITIALISER-CONTROLE.
002842     MOVE 'N' TO ctl-existant-sw.
002843     MOVE SPACES TO CTL-ENREG.
002844     MOVE periode-controle TO CTL-DATE-METIER.
002845     MOVE ctl-programme TO CTL-TRAITEMENT.
002846     MOVE ZERO TO CTL-CODE-RETOUR.
002847     MOVE ZERO TO CTL-NB-LUS.
002848     MOVE ZERO TO CTL-NB-ECRITS.
002849     MOVE ZERO TO CTL-NB-REJETS.
002850     MOVE ZERO TO CTL-NB-PASSAGES.
002851     MOVE 'N' TO CTL-FORCAGE.
002852     MOVE 'N' TO CTL-MODE.
002853     MOVE ZERO TO CTL-DATE-REFERENCE.
002854 0610-EXIT.
002855     EXIT.
002856
002857******************************************************************
002858* 0620-CONTROLER-PREREQUIS
002859*    Le traitement prerequis doit etre termine (code retour 4 au
002860*    plus) pour la date metier ; sinon le demarrage est refuse.
002861******************************************************************
002862 0620-CONTROLER-PREREQUIS.
002863     MOVE date-metier TO CTL-DATE-METIER.
002864     MOVE ctl-prerequis TO CTL-TRAITEMENT.
002865     READ RUNCTL-FILE
002866         INVALID KEY
002867             MOVE SPACES TO CTL-ETAT
002868     END-READ.
002869     IF NOT CTL-TERMINE
002870         DISPLAY "DETDORM : PREREQUIS " ctl-prerequis
002871             " NON TERMINE POUR LA DATE METIER " date-metier
002872             " - JOB REFUSE."
002873         SET execution-refusee TO TRUE
002874         MOVE 8 TO RETURN-CODE
002875     END-IF.
002876 0620-EXIT.
002877     EXIT.
002878
002879******************************************************************
002880* 0630-ECRIRE-CONTROLE
002881*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
002882*    d'ecriture refuse le job (code retour 8).
002883******************************************************************
002884 0630-ECRIRE-CONTROLE.
002885     IF ctl-existant
002886         REWRITE CTL-ENREG
002887     ELSE
002888         WRITE CTL-ENREG
002889     END-IF.
002890     IF NOT RUNCTL-OK
002891         DISPLAY "DETDORM : ERREUR ECRITURE RUNCTL - CODE "
002892             RUNCTL-STATUS " - JOB REFUSE."
002893         SET execution-refusee TO TRUE
002894         MOVE 8 TO RETURN-CODE
002895     END-IF.
002896 0630-EXIT.
002897     EXIT.
002898
002899******************************************************************
002900* 1000-INITIALISATION
002910*    Lit et controle les seuils (SYSIN : annees avant dormance
002920*    puis annees avant desherence), calcule les dates pivots,
003180         MOVE 8 TO RETURN-CODE
003190         GO TO 1000-EXIT
003200     END-IF.
003210     MOVE date-metier TO date-du-jour.
003220     MOVE date-du-jour TO seuil-dormance.
003230     SUBTRACT annees-dormance FROM sd-aaaa.
003240     IF sd-mm = 2 AND sd-jj = 29
004560*    Examine le produit courant : les produits clos sont
004570*    ignores ; pour les autres, la derniere activite est
004580*    determinee et comparee aux dates pivots de dormance et de
004585*    desherence. Un produit a solde debiteur (decouvert) n'est
004590*    jamais verse en desherence : il n'y a rien a consigner.
004595*    Puis lit le produit suivant.
004600******************************************************************
004610 2000-EXAMINER-CONTRAT.
004620     IF CT-CLOS
004720         ADD 1 TO nb-deja-dormants
004730     END-IF.
004740     IF CT-DORMANT AND derniere-activite < seuil-desherence
004745         AND CT-SOMME NOT < ZERO
004750         PERFORM 2300-VERSER-DESHERENCE THRU 2300-EXIT
004760     END-IF.
004770 2000-SUIVANT.
006150     MOVE log-operation TO CLOG-OPERATION.
006160     ACCEPT CLOG-DATE FROM DATE YYYYMMDD.
006170     ACCEPT CLOG-HEURE FROM TIME.
006175     MOVE "DETDORM" TO CLOG-OPERATEUR.
006180     WRITE CLOG-ENREG.
006190     IF NOT CLIENT-LOG-OK
006200         DISPLAY "DETDORM : ERREUR JOURNALISATION - CODE "
007280 9000-EXIT.
007290     EXIT.
007300
007310******************************************************************
007320* 9800-CLORE-CONTROLE
007330*    Inscrit la fin du passage dans le fichier de controle : date
007340*    et heure de fin, code retour, volumes traites ; etat termine
007350*    jusqu'au code retour 4, en anomalie au-dela.
007360******************************************************************
007370 9800-CLORE-CONTROLE.
007380     IF NOT execution-inscrite
007390         GO TO 9800-EXIT
007400     END-IF.
007410     OPEN I-O RUNCTL-FILE.
007420     IF NOT RUNCTL-OK
007430         DISPLAY "DETDORM : FIN DE PASSAGE NON INSCRITE DANS"
007440             " RUNCTL - CODE " RUNCTL-STATUS
007450         IF RETURN-CODE < 4
007460             MOVE 4 TO RETURN-CODE
007470         END-IF
007480         GO TO 9800-EXIT
007490     END-IF.
007500     MOVE periode-controle TO CTL-DATE-METIER.
007510     MOVE ctl-programme TO CTL-TRAITEMENT.
007520     READ RUNCTL-FILE
007530         INVALID KEY
007540             DISPLAY "DETDORM : PASSAGE ABSENT DE RUNCTL - "
007550                 "FIN NON INSCRITE."
007560             IF RETURN-CODE < 4
007570                 MOVE 4 TO RETURN-CODE
007580             END-IF
007590             CLOSE RUNCTL-FILE
007600             GO TO 9800-EXIT
007610     END-READ.
007620     IF RETURN-CODE > 4
007630         MOVE 'A' TO CTL-ETAT
007640     ELSE
007650         MOVE 'T' TO CTL-ETAT
007660     END-IF.
007670     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
007680     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
007690     ACCEPT CTL-HEURE-FIN FROM TIME.
007700     MOVE nb-produits-examines TO CTL-NB-LUS.
007710     MOVE nb-mis-dormants TO CTL-NB-ECRITS.
007720     ADD nb-verses-desherence TO CTL-NB-ECRITS.
007730     MOVE ZERO TO CTL-NB-REJETS.
007740     REWRITE CTL-ENREG.
007750     IF NOT RUNCTL-OK
007760         DISPLAY "DETDORM : ERREUR ECRITURE RUNCTL EN FIN - "
007770             "CODE " RUNCTL-STATUS
007780         IF RETURN-CODE < 4
007790             MOVE 4 TO RETURN-CODE
007800         END-IF
007810     END-IF.
007820     CLOSE RUNCTL-FILE.
007830 9800-EXIT.
007840     EXIT.
007850
007860 END PROGRAM DETDORM.
