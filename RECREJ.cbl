000210*                  RESOUMISSION DES REJETS CORRIGES VERS
000220*                  CLIENTSIN OU MVTSCSV SELON L'ORIGINE, ETAT
000230*                  RESOUMIS DATE, ET RAPPORT DE VIEILLISSEMENT
000231*                  DES REJETS NON TRAITES DEPUIS PLUS DE N JOURS.
000232* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU MAGASIN
000233*                  REJETS : NOUVELLE ZONE RX-OPERATEUR
000234*                  (IDENTIFIANT DE L'OPERATEUR AYANT CORRIGE LE
000235*                  REJET A L'ECRAN).
000236* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000237*                  PASSAGE EST INSCRIT POUR LA DATE METIER POSEE
000238*                  PAR FENBAT OUVRIR (DEBUT, FIN, CODE RETOUR,
000239*                  COMPTEURS). SECOND PASSAGE REFUSE (RC 4) SAUF
000240*                  FORCAGE PAR CTLCHN, REFUS (RC 8) SI SAVCLI
000241*                  N'EST PAS TERMINE. LA DATE DE TRAITEMENT EST LA
000242*                  DATE METIER.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. RECREJ.
000420     SELECT RAPPORT-FILE ASSIGN TO "REJAGE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS RAPPORT-STATUS.
000441     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS RANDOM
000444         RECORD KEY IS CTL-CLE
000445         FILE STATUS IS RUNCTL-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  STORE-FILE
000580     02 RX-DATE-REJET PIC 9(08).
000590     02 RX-DATE-RESOUMISSION PIC 9(08).
000600     02 RX-LIGNE PIC x(220).
000605     02 RX-OPERATEUR PIC x(08).
000610 FD  CLIENTSIN-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 01  CLIENTSIN-LIGNE PIC x(220).
000640 FD  MVT-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 01  MVT-LIGNE PIC x(80).
000661 FD  RAPPORT-FILE
000662     LABEL RECORDS ARE STANDARD.
000663 01  RAP-LIGNE PIC x(132).
000664
000665 FD  RUNCTL-FILE
000666     LABEL RECORDS ARE STANDARD.
000667 01  CTL-ENREG.
000668     02 CTL-CLE.
000669         03 CTL-DATE-METIER PIC 9(08).
000670         03 CTL-TRAITEMENT PIC x(08).
000671     02 CTL-ETAT PIC x(01).
000672         88 CTL-EN-COURS VALUE 'E'.
000673         88 CTL-TERMINE VALUE 'T'.
000674         88 CTL-ANOMALIE VALUE 'A'.
000675         88 CTL-REFUSE VALUE 'R'.
000676     02 CTL-DATE-DEBUT PIC 9(08).
000677     02 CTL-HEURE-DEBUT PIC 9(08).
000678     02 CTL-DATE-FIN PIC 9(08).
000679     02 CTL-HEURE-FIN PIC 9(08).
000680     02 CTL-CODE-RETOUR PIC 9(04).
000681     02 CTL-NB-LUS PIC 9(09).
000682     02 CTL-NB-ECRITS PIC 9(09).
000683     02 CTL-NB-REJETS PIC 9(09).
000684     02 CTL-NB-PASSAGES PIC 9(03).
000685     02 CTL-FORCAGE PIC x(01).
000686         88 CTL-FORCE VALUE 'O'.
000687     02 CTL-MODE PIC x(01).
000688         88 CTL-MODE-NORMAL VALUE 'N'.
000689         88 CTL-MODE-REPRISE VALUE 'R'.
000690         88 CTL-MODE-FORCE VALUE 'F'.
000691     02 CTL-DATE-REFERENCE PIC 9(08).
000692     02 FILLER PIC x(07).
000693 01  CTL-DATE-ENREG.
000694     02 FILLER PIC x(16).
000695     02 CTL-DM-ETAT PIC x(01).
000696         88 CTL-DM-OUVERTE VALUE 'O'.
000697         88 CTL-DM-FERMEE VALUE 'F'.
000698     02 CTL-DM-DATE-COURANTE PIC 9(08).
000699     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
000700     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
000701     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
000702     02 FILLER PIC x(51).
000710 WORKING-STORAGE SECTION.
000720
000730 01 STORE-STATUS PIC x(02).
001390
001400 01 date-rejet-decoupe.
001410     02 dr-aaaa PIC x(04).
001411     02 dr-mm PIC x(02).
001412     02 dr-jj PIC x(02).
001413
001414* Controle d'execution de la chaine (fichier RUNCTL) : date metier
001415* posee par FENBAT OUVRIR, second passage reussi pour la meme date
001416* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
001417* demarrage refuse tant que le traitement prerequis n'est pas
001418* termine pour la date metier.
001419 01 RUNCTL-STATUS PIC x(02).
001420     88 RUNCTL-OK VALUE '00'.
001421     88 RUNCTL-INEXISTANT VALUE '35'.
001422 77 ctl-programme PIC x(08) VALUE 'RECREJ'.
001423 77 ctl-prerequis PIC x(08) VALUE 'SAVCLI'.
001424 77 ctl-periodicite PIC x(01) VALUE 'J'.
001425     88 ctl-quotidien VALUE 'J'.
001426     88 ctl-mensuel VALUE 'M'.
001427     88 ctl-annuel VALUE 'A'.
001428 77 ctl-existant-sw PIC x(01).
001429     88 ctl-existant VALUE 'O'.
001430 77 execution-refusee-sw PIC x(01) VALUE 'N'.
001431     88 execution-refusee VALUE 'O'.
001432 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
001433     88 execution-inscrite VALUE 'O'.
001434 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
001435     88 execution-interrompue VALUE 'O'.
001436 77 execution-forcee-sw PIC x(01) VALUE 'N'.
001437     88 execution-forcee VALUE 'O'.
001438 01 controle-sauve PIC x(100).
001439 01 date-metier PIC 9(08).
001440 01 periode-controle PIC 9(08).
001441 01 periode-controle-decoupe REDEFINES periode-controle.
001442     02 pc-aaaa PIC 9(04).
001443     02 pc-mm PIC 9(02).
001444     02 pc-jj PIC 9(02).
001445
001450 PROCEDURE DIVISION.
001460
001470******************************************************************
001510*    rapport des rejets en souffrance, puis rend compte.
001520******************************************************************
001530 0000-MAINLINE.
001532     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
001534     IF execution-refusee
001536         STOP RUN
001538     END-IF.
001540     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001550     IF NOT recyclage-echoue
001560         PERFORM 2000-TRAITER-REJET THRU 2000-EXIT
001570             UNTIL fin-magasin
001580         PERFORM 9000-TERMINAISON THRU 9000-EXIT
001590     END-IF.
001595     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
001600     STOP RUN.
001601
001602******************************************************************
001603* 0600-OUVRIR-CONTROLE
001604*    Controle d'execution (fichier RUNCTL) : lit la date metier
001605*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
001606*    la meme date ou periode (code retour 4) sauf forcage, refuse
001607*    le demarrage tant que le prerequis n'est pas termine pour la
001608*    date metier (code retour 8), puis inscrit le passage a l'etat
001609*    en cours. Un passage precedent reste en cours ou termine en
001610*    anomalie signale une relance apres incident.
001611******************************************************************
001612 0600-OUVRIR-CONTROLE.
001613     MOVE 'N' TO execution-refusee-sw.
001614     MOVE 'N' TO execution-inscrite-sw.
001615     MOVE 'N' TO execution-interrompue-sw.
001616     MOVE 'N' TO execution-forcee-sw.
001617     OPEN I-O RUNCTL-FILE.
001618     IF NOT RUNCTL-OK
001619         DISPLAY "RECREJ : FICHIER DE CONTROLE RUNCTL"
001620             " INACCESSIBLE - CODE " RUNCTL-STATUS
001621             " - JOB REFUSE."
001622         SET execution-refusee TO TRUE
001623         MOVE 8 TO RETURN-CODE
001624         GO TO 0600-EXIT
001625     END-IF.
001626     MOVE ZERO TO CTL-DATE-METIER.
001627     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
001628     READ RUNCTL-FILE
001629         INVALID KEY
001630             DISPLAY "RECREJ : DATE METIER NON POSEE"
001631                 " (FENBAT OUVRIR) - JOB REFUSE."
001632             SET execution-refusee TO TRUE
001633             MOVE 8 TO RETURN-CODE
001634             CLOSE RUNCTL-FILE
001635             GO TO 0600-EXIT
001636     END-READ.
001637     MOVE CTL-DM-DATE-COURANTE TO date-metier.
001638     MOVE date-metier TO periode-controle.
001639     IF ctl-mensuel
001640         MOVE ZERO TO pc-jj
001641     END-IF.
001642     IF ctl-annuel
001643         MOVE ZERO TO pc-mm
001644         MOVE ZERO TO pc-jj
001645     END-IF.
001646     MOVE 'O' TO ctl-existant-sw.
001647     MOVE periode-controle TO CTL-DATE-METIER.
001648     MOVE ctl-programme TO CTL-TRAITEMENT.
001649     READ RUNCTL-FILE
001650         INVALID KEY
001651             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
001652     END-READ.
001653     IF CTL-FORCE
001654         SET execution-forcee TO TRUE
001655     END-IF.
001656     IF CTL-TERMINE AND NOT execution-forcee
001657         DISPLAY "RECREJ : DEJA TERMINE POUR " periode-controle
001658             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
001659             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
001660         SET execution-refusee TO TRUE
001661         MOVE 4 TO RETURN-CODE
001662         CLOSE RUNCTL-FILE
001663         GO TO 0600-EXIT
001664     END-IF.
001665     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
001666         SET execution-interrompue TO TRUE
001667     END-IF.
001668     MOVE CTL-ENREG TO controle-sauve.
001669     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
001670         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
001671     END-IF.
001672     MOVE controle-sauve TO CTL-ENREG.
001673     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
001674     ACCEPT CTL-HEURE-DEBUT FROM TIME.
001675     MOVE ZERO TO CTL-DATE-FIN.
001676     MOVE ZERO TO CTL-HEURE-FIN.
001677     MOVE date-metier TO CTL-DATE-REFERENCE.
001678     ADD 1 TO CTL-NB-PASSAGES.
001679     IF execution-refusee
001680         GO TO 0600-REFUS
001681     END-IF.
001682     MOVE 'E' TO CTL-ETAT.
001683     MOVE ZERO TO CTL-CODE-RETOUR.
001684     MOVE ZERO TO CTL-NB-LUS.
001685     MOVE ZERO TO CTL-NB-ECRITS.
001686     MOVE ZERO TO CTL-NB-REJETS.
001687     MOVE 'N' TO CTL-FORCAGE.
001688     MOVE 'N' TO CTL-MODE.
001689     IF execution-interrompue
001690         MOVE 'R' TO CTL-MODE
001691         DISPLAY "RECREJ : PASSAGE PRECEDENT INTERROMPU POUR "
001692             periode-controle " - RELANCE APRES INCIDENT."
001693     END-IF.
001694     IF execution-forcee
001695         MOVE 'F' TO CTL-MODE
001696         DISPLAY "RECREJ : PASSAGE FORCE POUR "
001697             periode-controle "."
001698     END-IF.
001699     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
001700     IF NOT execution-refusee
001701         SET execution-inscrite TO TRUE
001702     END-IF.
001703     CLOSE RUNCTL-FILE.
001704     GO TO 0600-EXIT.
001705 0600-REFUS.
001706*    Un passage interrompu garde son etat : seul un refus sur un
001707*    traitement non encore lance (ou deja refuse) est inscrit.
001708     IF ctl-existant AND NOT CTL-REFUSE
001709         CLOSE RUNCTL-FILE
001710         GO TO 0600-EXIT
001711     END-IF.
001712     MOVE 'R' TO CTL-ETAT.
001713     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
001714     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
001715     CLOSE RUNCTL-FILE.
001716 0600-EXIT.
001717     EXIT.
001718
001719******************************************************************
001720* 0610-INITIALISER-CONTROLE
001721*    Prepare un enregistrement de controle vierge pour le
001722*    traitement et la periode courants (premier passage).
001723******************************************************************
001724 0610-INITIALISER-CONTROLE.
001725     MOVE 'N' TO ctl-existant-sw.
001726     MOVE SPACES TO CTL-ENREG.
001727     MOVE periode-controle TO CTL-DATE-METIER.
001728     MOVE ctl-programme TO CTL-TRAITEMENT.
001729     MOVE ZERO TO CTL-CODE-RETOUR.
001730     MOVE ZERO TO CTL-NB-LUS.
001731     MOVE ZERO TO CTL-NB-ECRITS.
001732     MOVE ZERO TO CTL-NB-REJETS.
001733     MOVE ZERO TO CTL-NB-PASSAGES.
001734     MOVE 'N' TO CTL-FORCAGE.
001735     MOVE 'N' TO CTL-MODE.
001736     MOVE ZERO TO CTL-DATE-REFERENCE.
001737 0610-EXIT.
001738     EXIT.
001739
001740******************************************************************
001741* 0620-CONTROLER-PREREQUIS
001742*    Le traitement prerequis doit etre termine (code retour 4 au
001743*    plus) pour la date metier ; sinon le demarrage est refuse.
001744******************************************************************
001745 0620-CONTROLER-PREREQUIS.
001746     MOVE date-metier TO CTL-DATE-METIER.
001747     MOVE ctl-prerequis TO CTL-TRAITEMENT.
001748     READ RUNCTL-FILE
001749         INVALID KEY
001750             MOVE SPACES TO CTL-ETAT
001751     END-READ.
001752     IF NOT CTL-TERMINE
001753         DISPLAY "RECREJ : PREREQUIS " ctl-prerequis
001754             " NON TERMINE POUR LA DATE METIER " date-metier
001755             " - JOB REFUSE."
001756         SET execution-refusee TO TRUE
001757         MOVE 8 TO RETURN-CODE
001758     END-IF.
001759 0620-EXIT.
001760     EXIT.
001761
001762******************************************************************
001763* 0630-ECRIRE-CONTROLE
001764*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
001765*    d'ecriture refuse le job (code retour 8).
001766******************************************************************
001767 0630-ECRIRE-CONTROLE.
001768     IF ctl-existant
001769         REWRITE CTL-ENREG
001770     ELSE
001771         WRITE CTL-ENREG
001772     END-IF.
001773     IF NOT RUNCTL-OK
001774         DISPLAY "RECREJ : ERREUR ECRITURE RUNCTL - CODE "
001775             RUNCTL-STATUS " - JOB REFUSE."
001776         SET execution-refusee TO TRUE
001777         MOVE 8 TO RETURN-CODE
001778     END-IF.
001779 0630-EXIT.
001780     EXIT.
001781
001782******************************************************************
001783* 1000-INITIALISATION
001784*    Lit et controle le seuil de vieillissement (SYSIN, en
001785*    jours), calcule la date pivot, ouvre le magasin de rejets
001786*    en mise a jour, les fichiers d'apport en ajout et le
001787*    rapport en sortie, puis se positionne sur le premier rejet.
001788******************************************************************
001789 1000-INITIALISATION.
001790     MOVE 'N' TO fin-magasin-sw.
001791     MOVE 'N' TO recyclage-echoue-sw.
001792     MOVE SPACES TO jours-seuil-saisis.
001793     ACCEPT jours-seuil-saisis.
001794     IF jours-seuil-saisis NOT NUMERIC
001795         DISPLAY "RECREJ : SEUIL DE VIEILLISSEMENT INVALIDE EN"
001796             " SYSIN : " jours-seuil-saisis
001797         SET recyclage-echoue TO TRUE
001798         MOVE 8 TO RETURN-CODE
001799         GO TO 1000-EXIT
001800     END-IF.
001810     MOVE jours-seuil-saisis TO jours-seuil.
001820     MOVE date-metier TO date-du-jour.
001830     PERFORM 1100-CALCULER-DATE-PIVOT THRU 1100-EXIT.
001840     OPEN I-O STORE-FILE.
001850     IF STORE-INEXISTANT
004970 9000-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010* 9800-CLORE-CONTROLE
005020*    Inscrit la fin du passage dans le fichier de controle : date
005030*    et heure de fin, code retour, volumes traites ; etat termine
005040*    jusqu'au code retour 4, en anomalie au-dela.
005050******************************************************************
005060 9800-CLORE-CONTROLE.
005070     IF NOT execution-inscrite
005080         GO TO 9800-EXIT
005090     END-IF.
005100     OPEN I-O RUNCTL-FILE.
005110     IF NOT RUNCTL-OK
005120         DISPLAY "RECREJ : FIN DE PASSAGE NON INSCRITE DANS"
005130             " RUNCTL - CODE " RUNCTL-STATUS
005140         IF RETURN-CODE < 4
005150             MOVE 4 TO RETURN-CODE
005160         END-IF
005170         GO TO 9800-EXIT
005180     END-IF.
005190     MOVE periode-controle TO CTL-DATE-METIER.
005200     MOVE ctl-programme TO CTL-TRAITEMENT.
005210     READ RUNCTL-FILE
005220         INVALID KEY
005230             DISPLAY "RECREJ : PASSAGE ABSENT DE RUNCTL - "
005240                 "FIN NON INSCRITE."
005250             IF RETURN-CODE < 4
005260                 MOVE 4 TO RETURN-CODE
005270             END-IF
005280             CLOSE RUNCTL-FILE
005290             GO TO 9800-EXIT
005300     END-READ.
005310     IF RETURN-CODE > 4
005320         MOVE 'A' TO CTL-ETAT
005330     ELSE
005340         MOVE 'T' TO CTL-ETAT
005350     END-IF.
005360     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
005370     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
005380     ACCEPT CTL-HEURE-FIN FROM TIME.
005390     MOVE nb-rejets-lus TO CTL-NB-LUS.
005400     MOVE nb-resoumis-impcli TO CTL-NB-ECRITS.
005410     ADD nb-resoumis-postmvt TO CTL-NB-ECRITS.
005420     MOVE nb-en-souffrance TO CTL-NB-REJETS.
005430     REWRITE CTL-ENREG.
005440     IF NOT RUNCTL-OK
005450         DISPLAY "RECREJ : ERREUR ECRITURE RUNCTL EN FIN - "
005460             "CODE " RUNCTL-STATUS
005470         IF RETURN-CODE < 4
005480             MOVE 4 TO RETURN-CODE
005490         END-IF
005500     END-IF.
005510     CLOSE RUNCTL-FILE.
005520 9800-EXIT.
005530     EXIT.
005540
005550 END PROGRAM RECREJ.
