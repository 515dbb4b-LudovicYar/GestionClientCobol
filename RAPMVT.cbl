000290*                  DEMARRER (CODE RETOUR 8) SI LE DRAPEAU DE
000300*                  SESSION EN LIGNE (FICHIER SESSION, POSE PAR
000310*                  L'ECRAN) SIGNALE QU'UN POSTE TIENT ENCORE LES
000311*                  FICHIERS OUVERTS.
000312* 15/10/2026 JLY   ALIGNEMENT SUR LE SOLDE SIGNE (CT-SOMME) DES
000313*                  FICHIERS CONTRATS ET CTRSAVE, ET SUR LES
000314*                  COLONNES ANCIEN/NOUVEAU SOLDE DU JOURNAL DE
000315*                  PASSATION, ELARGIES D'UNE POSITION POUR LE
000316*                  SIGNE (DECOUVERT AUTORISE).
000317* 15/10/2026 JLY   ALIGNEMENT DES FICHIERS CONTRATS ET CTRSAVE SUR
000318*                  LES DEPOTS A TERME (DATE D'ECHEANCE ET PRODUIT
000319*                  DE VERSEMENT A L'ECHEANCE).
000320* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000321*                  PASSAGE EST INSCRIT POUR LA DATE METIER POSEE
000322*                  PAR FENBAT OUVRIR (DEBUT, FIN, CODE RETOUR,
000323*                  COMPTEURS). SECOND PASSAGE REFUSE (RC 4) SAUF
000324*                  FORCAGE PAR CTLCHN, REFUS (RC 8) SI POSTMVT
000325*                  N'EST PAS TERMINE.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. RAPMVT.
000530     SELECT SESSION-FILE ASSIGN TO "SESSION"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS SESSION-STATUS.
000551     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS RANDOM
000554         RECORD KEY IS CTL-CLE
000555         FILE STATUS IS RUNCTL-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CTR-SAVE-FILE
000620         03 SAV-NUMCLI PIC 9(6).
000630         03 SAV-NUMPROD PIC 9(3).
000640     02 SAV-INTITULE PIC x(30).
000650     02 SAV-SOMME PIC S9(9)v9(2).
000660     02 SAV-DATECREATION PIC x(08).
000670     02 SAV-ETAT PIC x(01).
000673     02 SAV-DATE-ECHEANCE PIC 9(08).
000676     02 SAV-PRODUIT-VERSEMENT PIC 9(03).
000680 FD  JOURNAL-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  JRN-LIGNE PIC x(132).
000870         03 FILLER PIC x(01).
000880         03 JD-MONTANT-CEN PIC x(02).
000890     02 FILLER PIC x(01).
000900     02 JD-ANCIEN PIC x(13).
000910     02 FILLER PIC x(01).
000920     02 JD-NOUVEAU PIC x(13).
000930     02 FILLER PIC x(01).
000940     02 JD-DATEVALEUR PIC x(10).
000950     02 FILLER PIC x(01).
000960     02 JD-STATUT PIC x(10).
000970     02 FILLER PIC x(49).
000980 FD  CONTRAT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  CONTRAT-ENREG.
001020         03 CT-NUMCLI PIC 9(6).
001030         03 CT-NUMPROD PIC 9(3).
001040     02 CT-INTITULE PIC x(30).
001050     02 CT-SOMME PIC S9(9)v9(2).
001060     02 CT-DATECREATION.
001070         03 CT-JOUR PIC 9(2).
001080         03 CT-MOIS PIC 9(2).
001110         88 CT-ACTIF VALUE 'A'.
001120         88 CT-CLOS VALUE 'C'.
001130         88 CT-DORMANT VALUE 'D'.
001133     02 CT-DATE-ECHEANCE PIC 9(08).
001136     02 CT-PRODUIT-VERSEMENT PIC 9(03).
001140 FD  RAPPORT-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  RAP-LIGNE PIC x(132).
001170
001180 FD  SESSION-FILE
001190     LABEL RECORDS ARE STANDARD.
001191 01  SES-ENREG.
001192     02 SES-ETAT PIC x(01).
001193     02 SES-DATE PIC 9(08).
001194     02 SES-HEURE PIC 9(08).
001195 FD  RUNCTL-FILE
001196     LABEL RECORDS ARE STANDARD.
001197 01  CTL-ENREG.
001198     02 CTL-CLE.
001199         03 CTL-DATE-METIER PIC 9(08).
001200         03 CTL-TRAITEMENT PIC x(08).
001201     02 CTL-ETAT PIC x(01).
001202         88 CTL-EN-COURS VALUE 'E'.
001203         88 CTL-TERMINE VALUE 'T'.
001204         88 CTL-ANOMALIE VALUE 'A'.
001205         88 CTL-REFUSE VALUE 'R'.
001206     02 CTL-DATE-DEBUT PIC 9(08).
001207     02 CTL-HEURE-DEBUT PIC 9(08).
001208     02 CTL-DATE-FIN PIC 9(08).
001209     02 CTL-HEURE-FIN PIC 9(08).
001210     02 CTL-CODE-RETOUR PIC 9(04).
001211     02 CTL-NB-LUS PIC 9(09).
001212     02 CTL-NB-ECRITS PIC 9(09).
001213     02 CTL-NB-REJETS PIC 9(09).
001214     02 CTL-NB-PASSAGES PIC 9(03).
001215     02 CTL-FORCAGE PIC x(01).
001216         88 CTL-FORCE VALUE 'O'.
001217     02 CTL-MODE PIC x(01).
001218         88 CTL-MODE-NORMAL VALUE 'N'.
001219         88 CTL-MODE-REPRISE VALUE 'R'.
001220         88 CTL-MODE-FORCE VALUE 'F'.
001221     02 CTL-DATE-REFERENCE PIC 9(08).
001222     02 FILLER PIC x(07).
001223 01  CTL-DATE-ENREG.
001224     02 FILLER PIC x(16).
001225     02 CTL-DM-ETAT PIC x(01).
001226         88 CTL-DM-OUVERTE VALUE 'O'.
001227         88 CTL-DM-FERMEE VALUE 'F'.
001228     02 CTL-DM-DATE-COURANTE PIC 9(08).
001229     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
001230     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
001231     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
001232     02 FILLER PIC x(51).
001240 WORKING-STORAGE SECTION.
001250
001260* Garde de la fenetre batch : le drapeau de session en ligne
002200     02 rd-attendu PIC x(15).
002210     02 FILLER PIC x(01) VALUE SPACE.
002220     02 rd-constate PIC x(15).
002221     02 FILLER PIC x(01) VALUE SPACE.
002222     02 rd-ecart PIC x(15).
002223
002224* Controle d'execution de la chaine (fichier RUNCTL) : date metier
002225* posee par FENBAT OUVRIR, second passage reussi pour la meme date
002226* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
002227* demarrage refuse tant que le traitement prerequis n'est pas
002228* termine pour la date metier.
002229 01 RUNCTL-STATUS PIC x(02).
002230     88 RUNCTL-OK VALUE '00'.
002231     88 RUNCTL-INEXISTANT VALUE '35'.
002232 77 ctl-programme PIC x(08) VALUE 'RAPMVT'.
002233 77 ctl-prerequis PIC x(08) VALUE 'POSTMVT'.
002234 77 ctl-periodicite PIC x(01) VALUE 'J'.
002235     88 ctl-quotidien VALUE 'J'.
002236     88 ctl-mensuel VALUE 'M'.
002237     88 ctl-annuel VALUE 'A'.
002238 77 ctl-existant-sw PIC x(01).
002239     88 ctl-existant VALUE 'O'.
002240 77 execution-refusee-sw PIC x(01) VALUE 'N'.
002241     88 execution-refusee VALUE 'O'.
002242 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
002243     88 execution-inscrite VALUE 'O'.
002244 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
002245     88 execution-interrompue VALUE 'O'.
002246 77 execution-forcee-sw PIC x(01) VALUE 'N'.
002247     88 execution-forcee VALUE 'O'.
002248 01 controle-sauve PIC x(100).
002249 01 date-metier PIC 9(08).
002250 01 periode-controle PIC 9(08).
002251 01 periode-controle-decoupe REDEFINES periode-controle.
002252     02 pc-aaaa PIC 9(04).
002253     02 pc-mm PIC 9(02).
002254     02 pc-jj PIC 9(02).
002255
002260 PROCEDURE DIVISION.
002270
002280******************************************************************
002380         MOVE 8 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002402     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
002404     IF execution-refusee
002406         STOP RUN
002408     END-IF.
002410     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002420     IF NOT rapprochement-echoue
002430         PERFORM 2000-CHARGER-JOURNAL THRU 2000-EXIT
002470         PERFORM 4000-CONTROLER-RESTES THRU 4000-EXIT
002480     END-IF.
002490     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
002495     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
002500     STOP RUN.
002510
002520******************************************************************
002600     OPEN INPUT SESSION-FILE.
002610     IF SESSION-INEXISTANTE
002620         GO TO 0500-EXIT
002621     END-IF.
002622     IF NOT SESSION-OK
002623         DISPLAY "RAPMVT : DRAPEAU DE SESSION ILLISIBLE - CODE "
002624             SESSION-STATUS " - JOB REFUSE."
002625         SET session-ouverte TO TRUE
002626         GO TO 0500-EXIT
002627     END-IF.
002628     READ SESSION-FILE
002629         AT END
002630             CONTINUE
002631     END-READ.
002632     IF SESSION-OK AND SES-ETAT = 'O'
002633         DISPLAY "RAPMVT : UNE SESSION EN LIGNE TIENT ENCORE LES"
002634             " FICHIERS (DEPUIS " SES-DATE " " SES-HEURE
002635             ") - JOB REFUSE."
002636         SET session-ouverte TO TRUE
002637     END-IF.
002638     CLOSE SESSION-FILE.
002639 0500-EXIT.
002640     EXIT.
002641
002642******************************************************************
002643* 0600-OUVRIR-CONTROLE
002644*    Controle d'execution (fichier RUNCTL) : lit la date metier
002645*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
002646*    la meme date ou periode (code retour 4) sauf forcage, refuse
002647*    le demarrage tant que le prerequis n'est pas termine pour la
002648*    date metier (code retour 8), puis inscrit le passage a l'etat
002649*    en cours. Un passage precedent reste en cours ou termine en
002650*    anomalie signale une relance apres incident.
002651******************************************************************
002652 0600-OUVRIR-CONTROLE.
002653     MOVE 'N' TO execution-refusee-sw.
002654     MOVE 'N' TO execution-inscrite-sw.
002655     MOVE 'N' TO execution-interrompue-sw.
002656     MOVE 'N' TO execution-forcee-sw.
002657     OPEN I-O RUNCTL-FILE.
002658     IF NOT RUNCTL-OK
002659         DISPLAY "RAPMVT : FICHIER DE CONTROLE RUNCTL"
002660             " INACCESSIBLE - CODE " RUNCTL-STATUS
002661             " - JOB REFUSE."
002662         SET execution-refusee TO TRUE
002663         MOVE 8 TO RETURN-CODE
002664         GO TO 0600-EXIT
002665     END-IF.
002666     MOVE ZERO TO CTL-DATE-METIER.
002667     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
002668     READ RUNCTL-FILE
002669         INVALID KEY
002670             DISPLAY "RAPMVT : DATE METIER NON POSEE"
002671                 " (FENBAT OUVRIR) - JOB REFUSE."
002672             SET execution-refusee TO TRUE
002673             MOVE 8 TO RETURN-CODE
002674             CLOSE RUNCTL-FILE
002675             GO TO 0600-EXIT
002676     END-READ.
002677     MOVE CTL-DM-DATE-COURANTE TO date-metier.
002678     MOVE date-metier TO periode-controle.
002679     IF ctl-mensuel
002680         MOVE ZERO TO pc-jj
002681     END-IF.
002682     IF ctl-annuel
002683         MOVE ZERO TO pc-mm
002684         MOVE ZERO TO pc-jj
002685     END-IF.
002686     MOVE 'O' TO ctl-existant-sw.
002687     MOVE periode-controle TO CTL-DATE-METIER.
002688     MOVE ctl-programme TO CTL-TRAITEMENT.
002689     READ RUNCTL-FILE
002690         INVALID KEY
002691             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
002692     END-READ.
002693     IF CTL-FORCE
002694         SET execution-forcee TO TRUE
002695     END-IF.
002696     IF CTL-TERMINE AND NOT execution-forcee
002697         DISPLAY "RAPMVT : DEJA TERMINE POUR " periode-controle
002698             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
002699             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
002700         SET execution-refusee TO TRUE
002701         MOVE 4 TO RETURN-CODE
002702         CLOSE RUNCTL-FILE
002703         GO TO 0600-EXIT
002704     END-IF.
002705     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
002706         SET execution-interrompue TO TRUE
002707     END-IF.
002708     MOVE CTL-ENREG TO controle-sauve.
002709     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
002710         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
002711     END-IF.
002712     MOVE controle-sauve TO CTL-ENREG.
002713     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
002714     ACCEPT CTL-HEURE-DEBUT FROM TIME.
002715     MOVE ZERO TO CTL-DATE-FIN.
002716     MOVE ZERO TO CTL-HEURE-FIN.
002717     MOVE date-metier TO CTL-DATE-REFERENCE.
002718     ADD 1 TO CTL-NB-PASSAGES.
002719     IF execution-refusee
002720         GO TO 0600-REFUS
002721     END-IF.
002722     MOVE 'E' TO CTL-ETAT.
002723     MOVE ZERO TO CTL-CODE-RETOUR.
002724     MOVE ZERO TO CTL-NB-LUS.
002725     MOVE ZERO TO CTL-NB-ECRITS.
002726     MOVE ZERO TO CTL-NB-REJETS.
002727     MOVE 'N' TO CTL-FORCAGE.
002728     MOVE 'N' TO CTL-MODE.
002729     IF execution-interrompue
002730         MOVE 'R' TO CTL-MODE
002731         DISPLAY "RAPMVT : PASSAGE PRECEDENT INTERROMPU POUR "
002732             periode-controle " - RELANCE APRES INCIDENT."
002733     END-IF.
002734     IF execution-forcee
002735         MOVE 'F' TO CTL-MODE
002736         DISPLAY "RAPMVT : PASSAGE FORCE POUR "
002737             periode-controle "."
002738     END-IF.
002739     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
002740     IF NOT execution-refusee
002741         SET execution-inscrite TO TRUE
002742     END-IF.
002743     CLOSE RUNCTL-FILE.
002744     GO TO 0600-EXIT.
002745 0600-REFUS.
002746*    Un passage interrompu garde son etat : seul un refus sur un
002747*    traitement non encore lance (ou deja refuse) est inscrit.
002748     IF ctl-existant AND NOT CTL-REFUSE
002749         CLOSE RUNCTL-FILE
002750         GO TO 0600-EXIT
002751     END-IF.
002752     MOVE 'R' TO CTL-ETAT.
002753     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
002754     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
002755     CLOSE RUNCTL-FILE.
002756 0600-EXIT.
002757     EXIT.
002758
002759******************************************************************
002760* 0610-INITIALISER-CONTROLE
002761*    Prepare un enregistrement de controle vierge pour le
002762*    traitement et la periode courants (premier passage).
002763******************************************************************
002764 0610-INITIALISER-CONTROLE.
002765     MOVE 'N' TO ctl-existant-sw.
002766     MOVE SPACES TO CTL-ENREG.
002767     MOVE periode-controle TO CTL-DATE-METIER.
002768     MOVE ctl-programme TO CTL-TRAITEMENT.
002769     MOVE ZERO TO CTL-CODE-RETOUR.
002770     MOVE ZERO TO CTL-NB-LUS.
002771     MOVE ZERO TO CTL-NB-ECRITS.
002772     MOVE ZERO TO CTL-NB-REJETS.
002773     MOVE ZERO TO CTL-NB-PASSAGES.
002774     MOVE 'N' TO CTL-FORCAGE.
002775     MOVE 'N' TO CTL-MODE.
002776     MOVE ZERO TO CTL-DATE-REFERENCE.
002777 0610-EXIT.
002778     EXIT.
002779
002780******************************************************************
002781* 0620-CONTROLER-PREREQUIS
002782*    Le traitement prerequis doit etre termine (code retour 4 au
002783*    plus) pour la date metier ; sinon le demarrage est refuse.
002784******************************************************************
002785 0620-CONTROLER-PREREQUIS.
002786     MOVE date-metier TO CTL-DATE-METIER.
002787     MOVE ctl-prerequis TO CTL-TRAITEMENT.
002788     READ RUNCTL-FILE
002789         INVALID KEY
002790             MOVE SPACES TO CTL-ETAT
002791     END-READ.
002792     IF NOT CTL-TERMINE
002793         DISPLAY "RAPMVT : PREREQUIS " ctl-prerequis
002794             " NON TERMINE POUR LA DATE METIER " date-metier
002795             " - JOB REFUSE."
002796         SET execution-refusee TO TRUE
002797         MOVE 8 TO RETURN-CODE
002798     END-IF.
002799 0620-EXIT.
002800     EXIT.
002801
002802******************************************************************
002803* 0630-ECRIRE-CONTROLE
002804*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
002805*    d'ecriture refuse le job (code retour 8).
002806******************************************************************
002807 0630-ECRIRE-CONTROLE.
002808     IF ctl-existant
002809         REWRITE CTL-ENREG
002810     ELSE
002811         WRITE CTL-ENREG
002812     END-IF.
002813     IF NOT RUNCTL-OK
002814         DISPLAY "RAPMVT : ERREUR ECRITURE RUNCTL - CODE "
002815             RUNCTL-STATUS " - JOB REFUSE."
002816         SET execution-refusee TO TRUE
002817         MOVE 8 TO RETURN-CODE
002818     END-IF.
002819 0630-EXIT.
002820     EXIT.
002830
002840******************************************************************
007670 9000-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710* 9800-CLORE-CONTROLE
007720*    Inscrit la fin du passage dans le fichier de controle : date
007730*    et heure de fin, code retour, volumes traites ; etat termine
007740*    jusqu'au code retour 4, en anomalie au-dela.
007750******************************************************************
007760 9800-CLORE-CONTROLE.
007770     IF NOT execution-inscrite
007780         GO TO 9800-EXIT
007790     END-IF.
007800     OPEN I-O RUNCTL-FILE.
007810     IF NOT RUNCTL-OK
007820         DISPLAY "RAPMVT : FIN DE PASSAGE NON INSCRITE DANS"
007830             " RUNCTL - CODE " RUNCTL-STATUS
007840         IF RETURN-CODE < 4
007850             MOVE 4 TO RETURN-CODE
007860         END-IF
007870         GO TO 9800-EXIT
007880     END-IF.
007890     MOVE periode-controle TO CTL-DATE-METIER.
007900     MOVE ctl-programme TO CTL-TRAITEMENT.
007910     READ RUNCTL-FILE
007920         INVALID KEY
007930             DISPLAY "RAPMVT : PASSAGE ABSENT DE RUNCTL - "
007940                 "FIN NON INSCRITE."
007950             IF RETURN-CODE < 4
007960                 MOVE 4 TO RETURN-CODE
007970             END-IF
007980             CLOSE RUNCTL-FILE
007990             GO TO 9800-EXIT
008000     END-READ.
008010     IF RETURN-CODE > 4
008020         MOVE 'A' TO CTL-ETAT
008030     ELSE
008040         MOVE 'T' TO CTL-ETAT
008050     END-IF.
008060     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
008070     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
008080     ACCEPT CTL-HEURE-FIN FROM TIME.
008090     MOVE nb-produits-cloture TO CTL-NB-LUS.
008100     MOVE nb-rapproches TO CTL-NB-ECRITS.
008110     MOVE nb-ecarts TO CTL-NB-REJETS.
008120     REWRITE CTL-ENREG.
008130     IF NOT RUNCTL-OK
008140         DISPLAY "RAPMVT : ERREUR ECRITURE RUNCTL EN FIN - "
008150             "CODE " RUNCTL-STATUS
008160         IF RETURN-CODE < 4
008170             MOVE 4 TO RETURN-CODE
008180         END-IF
008190     END-IF.
008200     CLOSE RUNCTL-FILE.
008210 9800-EXIT.
008220     EXIT.
008230
008240 END PROGRAM RAPMVT.
