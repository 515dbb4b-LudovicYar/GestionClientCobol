000280*                  DEMARRER (CODE RETOUR 8) SI LE DRAPEAU DE
000290*                  SESSION EN LIGNE (FICHIER SESSION, POSE PAR
000300*                  L'ECRAN) SIGNALE QU'UN POSTE TIENT ENCORE LES
000301*                  FICHIERS OUVERTS.
000302* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER CONTRATS
000303*                  SUR LE SOLDE SIGNE (CT-SOMME) : UN PRODUIT
000304*                  COUVERT PAR UNE AUTORISATION DE DECOUVERT PEUT
000305*                  PRESENTER UN SOLDE DEBITEUR.
000306* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER CONTRATS
000307*                  SUR LES DEPOTS A TERME (DATE D'ECHEANCE ET
000308*                  PRODUIT DE VERSEMENT) : ENREGISTREMENT DE
000309*                  SAUVEGARDE CTRSAVE PORTE A 70 POSITIONS.
000310* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000311*                  PASSAGE EST INSCRIT POUR LA DATE METIER POSEE
000312*                  PAR FENBAT OUVRIR (DEBUT, FIN, CODE RETOUR,
000313*                  COMPTEURS). SECOND PASSAGE REFUSE (RC 4) SAUF
000314*                  FORCAGE PAR CTLCHN, REFUS (RC 8) SI FENBAT
000315*                  OUVRIR N'EST PAS TERMINE.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. SAVCLI.
000560     SELECT SESSION-FILE ASSIGN TO "SESSION"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS SESSION-STATUS.
000581     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000582         ORGANIZATION IS INDEXED
000583         ACCESS MODE IS RANDOM
000584         RECORD KEY IS CTL-CLE
000585         FILE STATUS IS RUNCTL-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CLIENT-FILE
000760         03 CT-NUMCLI PIC 9(6).
000770         03 CT-NUMPROD PIC 9(3).
000780     02 CT-INTITULE PIC x(30).
000790     02 CT-SOMME PIC S9(9)v9(2).
000800     02 CT-DATECREATION.
000810         03 CT-JOUR PIC 9(2).
000820         03 CT-MOIS PIC 9(2).
000830         03 CT-ANNEE PIC 9(4).
000840     02 CT-ETAT PIC x(01).
000843     02 CT-DATE-ECHEANCE PIC 9(08).
000846     02 CT-PRODUIT-VERSEMENT PIC 9(03).
000850 FD  CLI-SAVE-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  CLI-SAVE-ENREG PIC x(134).
000880 FD  CTR-SAVE-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  CTR-SAVE-ENREG PIC x(70).
000910
000920 FD  SESSION-FILE
000930     LABEL RECORDS ARE STANDARD.
000931 01  SES-ENREG.
000932     02 SES-ETAT PIC x(01).
000933     02 SES-DATE PIC 9(08).
000934     02 SES-HEURE PIC 9(08).
000935 FD  RUNCTL-FILE
000936     LABEL RECORDS ARE STANDARD.
000937 01  CTL-ENREG.
000938     02 CTL-CLE.
000939         03 CTL-DATE-METIER PIC 9(08).
000940         03 CTL-TRAITEMENT PIC x(08).
000941     02 CTL-ETAT PIC x(01).
000942         88 CTL-EN-COURS VALUE 'E'.
000943         88 CTL-TERMINE VALUE 'T'.
000944         88 CTL-ANOMALIE VALUE 'A'.
000945         88 CTL-REFUSE VALUE 'R'.
000946     02 CTL-DATE-DEBUT PIC 9(08).
000947     02 CTL-HEURE-DEBUT PIC 9(08).
000948     02 CTL-DATE-FIN PIC 9(08).
000949     02 CTL-HEURE-FIN PIC 9(08).
000950     02 CTL-CODE-RETOUR PIC 9(04).
000951     02 CTL-NB-LUS PIC 9(09).
000952     02 CTL-NB-ECRITS PIC 9(09).
000953     02 CTL-NB-REJETS PIC 9(09).
000954     02 CTL-NB-PASSAGES PIC 9(03).
000955     02 CTL-FORCAGE PIC x(01).
000956         88 CTL-FORCE VALUE 'O'.
000957     02 CTL-MODE PIC x(01).
000958         88 CTL-MODE-NORMAL VALUE 'N'.
000959         88 CTL-MODE-REPRISE VALUE 'R'.
000960         88 CTL-MODE-FORCE VALUE 'F'.
000961     02 CTL-DATE-REFERENCE PIC 9(08).
000962     02 FILLER PIC x(07).
000963 01  CTL-DATE-ENREG.
000964     02 FILLER PIC x(16).
000965     02 CTL-DM-ETAT PIC x(01).
000966         88 CTL-DM-OUVERTE VALUE 'O'.
000967         88 CTL-DM-FERMEE VALUE 'F'.
000968     02 CTL-DM-DATE-COURANTE PIC 9(08).
000969     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
000970     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
000971     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
000972     02 FILLER PIC x(51).
000980 WORKING-STORAGE SECTION.
000990
001000* Garde de la fenetre batch : le drapeau de session en ligne
001240 77 sauvegarde-echouee-sw PIC x(01).
001250     88 sauvegarde-echouee VALUE 'O'.
001260
001261 77 nb-clients-sauves PIC 9(05) COMP VALUE ZERO.
001262 77 nb-contrats-sauves PIC 9(05) COMP VALUE ZERO.
001263
001264* Controle d'execution de la chaine (fichier RUNCTL) : date metier
001265* posee par FENBAT OUVRIR, second passage reussi pour la meme date
001266* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
001267* demarrage refuse tant que le traitement prerequis n'est pas
001268* termine pour la date metier.
001269 01 RUNCTL-STATUS PIC x(02).
001270     88 RUNCTL-OK VALUE '00'.
001271     88 RUNCTL-INEXISTANT VALUE '35'.
001272 77 ctl-programme PIC x(08) VALUE 'SAVCLI'.
001273 77 ctl-prerequis PIC x(08) VALUE 'FENBAT-O'.
001274 77 ctl-periodicite PIC x(01) VALUE 'J'.
001275     88 ctl-quotidien VALUE 'J'.
001276     88 ctl-mensuel VALUE 'M'.
001277     88 ctl-annuel VALUE 'A'.
001278 77 ctl-existant-sw PIC x(01).
001279     88 ctl-existant VALUE 'O'.
001280 77 execution-refusee-sw PIC x(01) VALUE 'N'.
001281     88 execution-refusee VALUE 'O'.
001282 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
001283     88 execution-inscrite VALUE 'O'.
001284 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
001285     88 execution-interrompue VALUE 'O'.
001286 77 execution-forcee-sw PIC x(01) VALUE 'N'.
001287     88 execution-forcee VALUE 'O'.
001288 01 controle-sauve PIC x(100).
001289 01 date-metier PIC 9(08).
001290 01 periode-controle PIC 9(08).
001291 01 periode-controle-decoupe REDEFINES periode-controle.
001292     02 pc-aaaa PIC 9(04).
001293     02 pc-mm PIC 9(02).
001294     02 pc-jj PIC 9(02).
001295
001300 PROCEDURE DIVISION.
001310
001320******************************************************************
001410         MOVE 8 TO RETURN-CODE
001420         STOP RUN
001430     END-IF.
001432     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
001434     IF execution-refusee
001436         STOP RUN
001438     END-IF.
001440     PERFORM 1000-SAUVER-CLIENTS THRU 1000-EXIT.
001450     IF NOT sauvegarde-echouee
001460         PERFORM 2000-SAUVER-CONTRATS THRU 2000-EXIT
001470     END-IF.
001480     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
001485     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
001490     STOP RUN.
001500
001510******************************************************************
001590     OPEN INPUT SESSION-FILE.
001600     IF SESSION-INEXISTANTE
001610         GO TO 0500-EXIT
001611     END-IF.
001612     IF NOT SESSION-OK
001613         DISPLAY "SAVCLI : DRAPEAU DE SESSION ILLISIBLE - CODE "
001614             SESSION-STATUS " - JOB REFUSE."
001615         SET session-ouverte TO TRUE
001616         GO TO 0500-EXIT
001617     END-IF.
001618     READ SESSION-FILE
001619         AT END
001620             CONTINUE
001621     END-READ.
001622     IF SESSION-OK AND SES-ETAT = 'O'
001623         DISPLAY "SAVCLI : UNE SESSION EN LIGNE TIENT ENCORE LES"
001624             " FICHIERS (DEPUIS " SES-DATE " " SES-HEURE
001625             ") - JOB REFUSE."
001626         SET session-ouverte TO TRUE
001627     END-IF.
001628     CLOSE SESSION-FILE.
001629 0500-EXIT.
001630     EXIT.
001631
001632******************************************************************
001633* 0600-OUVRIR-CONTROLE
001634*    Controle d'execution (fichier RUNCTL) : lit la date metier
001635*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
001636*    la meme date ou periode (code retour 4) sauf forcage, refuse
001637*    le demarrage tant que le prerequis n'est pas termine pour la
001638*    date metier (code retour 8), puis inscrit le passage a l'etat
001639*    en cours. Un passage precedent reste en cours ou termine en
001640*    anomalie signale une relance apres incident.
001641******************************************************************
001642 0600-OUVRIR-CONTROLE.
001643     MOVE 'N' TO execution-refusee-sw.
001644     MOVE 'N' TO execution-inscrite-sw.
001645     MOVE 'N' TO execution-interrompue-sw.
001646     MOVE 'N' TO execution-forcee-sw.
001647     OPEN I-O RUNCTL-FILE.
001648     IF NOT RUNCTL-OK
001649         DISPLAY "SAVCLI : FICHIER DE CONTROLE RUNCTL"
001650             " INACCESSIBLE - CODE " RUNCTL-STATUS
001651             " - JOB REFUSE."
001652         SET execution-refusee TO TRUE
001653         MOVE 8 TO RETURN-CODE
001654         GO TO 0600-EXIT
001655     END-IF.
001656     MOVE ZERO TO CTL-DATE-METIER.
001657     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
001658     READ RUNCTL-FILE
001659         INVALID KEY
001660             DISPLAY "SAVCLI : DATE METIER NON POSEE"
001661                 " (FENBAT OUVRIR) - JOB REFUSE."
001662             SET execution-refusee TO TRUE
001663             MOVE 8 TO RETURN-CODE
001664             CLOSE RUNCTL-FILE
001665             GO TO 0600-EXIT
001666     END-READ.
001667     MOVE CTL-DM-DATE-COURANTE TO date-metier.
001668     MOVE date-metier TO periode-controle.
001669     IF ctl-mensuel
001670         MOVE ZERO TO pc-jj
001671     END-IF.
001672     IF ctl-annuel
001673         MOVE ZERO TO pc-mm
001674         MOVE ZERO TO pc-jj
001675     END-IF.
001676     MOVE 'O' TO ctl-existant-sw.
001677     MOVE periode-controle TO CTL-DATE-METIER.
001678     MOVE ctl-programme TO CTL-TRAITEMENT.
001679     READ RUNCTL-FILE
001680         INVALID KEY
001681             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
001682     END-READ.
001683     IF CTL-FORCE
001684         SET execution-forcee TO TRUE
001685     END-IF.
001686     IF CTL-TERMINE AND NOT execution-forcee
001687         DISPLAY "SAVCLI : DEJA TERMINE POUR " periode-controle
001688             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
001689             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
001690         SET execution-refusee TO TRUE
001691         MOVE 4 TO RETURN-CODE
001692         CLOSE RUNCTL-FILE
001693         GO TO 0600-EXIT
001694     END-IF.
001695     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
001696         SET execution-interrompue TO TRUE
001697     END-IF.
001698     MOVE CTL-ENREG TO controle-sauve.
001699     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
001700         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
001701     END-IF.
001702     MOVE controle-sauve TO CTL-ENREG.
001703     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
001704     ACCEPT CTL-HEURE-DEBUT FROM TIME.
001705     MOVE ZERO TO CTL-DATE-FIN.
001706     MOVE ZERO TO CTL-HEURE-FIN.
001707     MOVE date-metier TO CTL-DATE-REFERENCE.
001708     ADD 1 TO CTL-NB-PASSAGES.
001709     IF execution-refusee
001710         GO TO 0600-REFUS
001711     END-IF.
001712     MOVE 'E' TO CTL-ETAT.
001713     MOVE ZERO TO CTL-CODE-RETOUR.
001714     MOVE ZERO TO CTL-NB-LUS.
001715     MOVE ZERO TO CTL-NB-ECRITS.
001716     MOVE ZERO TO CTL-NB-REJETS.
001717     MOVE 'N' TO CTL-FORCAGE.
001718     MOVE 'N' TO CTL-MODE.
001719     IF execution-interrompue
001720         MOVE 'R' TO CTL-MODE
001721         DISPLAY "SAVCLI : PASSAGE PRECEDENT INTERROMPU POUR "
001722             periode-controle " - RELANCE APRES INCIDENT."
001723     END-IF.
001724     IF execution-forcee
001725         MOVE 'F' TO CTL-MODE
001726         DISPLAY "SAVCLI : PASSAGE FORCE POUR "
001727             periode-controle "."
001728     END-IF.
001729     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
001730     IF NOT execution-refusee
001731         SET execution-inscrite TO TRUE
001732     END-IF.
001733     CLOSE RUNCTL-FILE.
001734     GO TO 0600-EXIT.
001735 0600-REFUS.
001736*    Un passage interrompu garde son etat : seul un refus sur un
001737*    traitement non encore lance (ou deja refuse) est inscrit.
001738     IF ctl-existant AND NOT CTL-REFUSE
001739         CLOSE RUNCTL-FILE
001740         GO TO 0600-EXIT
001741     END-IF.
001742     MOVE 'R' TO CTL-ETAT.
001743     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
001744     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
001745     CLOSE RUNCTL-FILE.
001746 0600-EXIT.
001747     EXIT.
001748
001749******************************************************************
001750* 0610-INITIALISER-CONTROLE
001751*    Prepare un enregistrement de controle vierge pour le
001752*    traitement et la periode courants (premier passage).
001753******************************************************************
001754 0610-INITIALISER-CONTROLE.
001755     MOVE 'N' TO ctl-existant-sw.
001756     MOVE SPACES TO CTL-ENREG.
001757     MOVE periode-controle TO CTL-DATE-METIER.
001758     MOVE ctl-programme TO CTL-TRAITEMENT.
001759     MOVE ZERO TO CTL-CODE-RETOUR.
001760     MOVE ZERO TO CTL-NB-LUS.
001761     MOVE ZERO TO CTL-NB-ECRITS.
001762     MOVE ZERO TO CTL-NB-REJETS.
001763     MOVE ZERO TO CTL-NB-PASSAGES.
001764     MOVE 'N' TO CTL-FORCAGE.
001765     MOVE 'N' TO CTL-MODE.
001766     MOVE ZERO TO CTL-DATE-REFERENCE.
001767 0610-EXIT.
001768     EXIT.
001769
001770******************************************************************
001771* 0620-CONTROLER-PREREQUIS
001772*    Le traitement prerequis doit etre termine (code retour 4 au
001773*    plus) pour la date metier ; sinon le demarrage est refuse.
001774******************************************************************
001775 0620-CONTROLER-PREREQUIS.
001776     MOVE date-metier TO CTL-DATE-METIER.
001777     MOVE ctl-prerequis TO CTL-TRAITEMENT.
001778     READ RUNCTL-FILE
001779         INVALID KEY
001780             MOVE SPACES TO CTL-ETAT
001781     END-READ.
001782     IF NOT CTL-TERMINE
001783         DISPLAY "SAVCLI : PREREQUIS " ctl-prerequis
001784             " NON TERMINE POUR LA DATE METIER " date-metier
001785             " - JOB REFUSE."
001786         SET execution-refusee TO TRUE
001787         MOVE 8 TO RETURN-CODE
001788     END-IF.
001789 0620-EXIT.
001790     EXIT.
001791
001792******************************************************************
001793* 0630-ECRIRE-CONTROLE
001794*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
001795*    d'ecriture refuse le job (code retour 8).
001796******************************************************************
001797 0630-ECRIRE-CONTROLE.
001798     IF ctl-existant
001799         REWRITE CTL-ENREG
001800     ELSE
001801         WRITE CTL-ENREG
001802     END-IF.
001803     IF NOT RUNCTL-OK
001804         DISPLAY "SAVCLI : ERREUR ECRITURE RUNCTL - CODE "
001805             RUNCTL-STATUS " - JOB REFUSE."
001806         SET execution-refusee TO TRUE
001807         MOVE 8 TO RETURN-CODE
001808     END-IF.
001809 0630-EXIT.
001810     EXIT.
001820
001830******************************************************************
002940 9000-EXIT.
002950     EXIT.
002960
002970******************************************************************
002980* 9800-CLORE-CONTROLE
002990*    Inscrit la fin du passage dans le fichier de controle : date
003000*    et heure de fin, code retour, volumes traites ; etat termine
003010*    jusqu'au code retour 4, en anomalie au-dela.
003020******************************************************************
003030 9800-CLORE-CONTROLE.
003040     IF NOT execution-inscrite
003050         GO TO 9800-EXIT
003060     END-IF.
003070     OPEN I-O RUNCTL-FILE.
003080     IF NOT RUNCTL-OK
003090         DISPLAY "SAVCLI : FIN DE PASSAGE NON INSCRITE DANS"
003100             " RUNCTL - CODE " RUNCTL-STATUS
003110         IF RETURN-CODE < 4
003120             MOVE 4 TO RETURN-CODE
003130         END-IF
003140         GO TO 9800-EXIT
003150     END-IF.
003160     MOVE periode-controle TO CTL-DATE-METIER.
003170     MOVE ctl-programme TO CTL-TRAITEMENT.
003180     READ RUNCTL-FILE
003190         INVALID KEY
003200             DISPLAY "SAVCLI : PASSAGE ABSENT DE RUNCTL - "
003210                 "FIN NON INSCRITE."
003220             IF RETURN-CODE < 4
003230                 MOVE 4 TO RETURN-CODE
003240             END-IF
003250             CLOSE RUNCTL-FILE
003260             GO TO 9800-EXIT
003270     END-READ.
003280     IF RETURN-CODE > 4
003290         MOVE 'A' TO CTL-ETAT
003300     ELSE
003310         MOVE 'T' TO CTL-ETAT
003320     END-IF.
003330     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
003340     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
003350     ACCEPT CTL-HEURE-FIN FROM TIME.
003360     MOVE nb-clients-sauves TO CTL-NB-LUS.
003370     ADD nb-contrats-sauves TO CTL-NB-LUS.
003380     MOVE CTL-NB-LUS TO CTL-NB-ECRITS.
003390     MOVE ZERO TO CTL-NB-REJETS.
003400     REWRITE CTL-ENREG.
003410     IF NOT RUNCTL-OK
003420         DISPLAY "SAVCLI : ERREUR ECRITURE RUNCTL EN FIN - "
003430             "CODE " RUNCTL-STATUS
003440         IF RETURN-CODE < 4
003450             MOVE 4 TO RETURN-CODE
003460         END-IF
003470     END-IF.
003480     CLOSE RUNCTL-FILE.
003490 9800-EXIT.
003500     EXIT.
003510
003520 END PROGRAM SAVCLI.
