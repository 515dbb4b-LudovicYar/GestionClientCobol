000350*                  AGENCE.
000360* 02/09/2026 JLY   NOUVEL ETAT DORMANT ('D') SUR LES PRODUITS :
000370*                  LES SOLDES DORMANTS RESTENT EXPORTES COMME
000371*                  LES PRODUITS ACTIFS.
000372* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER CONTRATS
000373*                  SUR LE SOLDE SIGNE (CT-SOMME) : UN SOLDE
000374*                  DEBITEUR (DECOUVERT AUTORISE) EST EXPORTE
000375*                  PRECEDE DU SIGNE MOINS.
000376* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER CONTRATS
000377*                  SUR LES DEPOTS A TERME (DATE D'ECHEANCE ET
000378*                  PRODUIT DE VERSEMENT A L'ECHEANCE).
000379* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000380*                  PASSAGE EST INSCRIT POUR LA DATE METIER POSEE
000381*                  PAR FENBAT OUVRIR (DEBUT, FIN, CODE RETOUR,
000382*                  COMPTEURS). SECOND PASSAGE REFUSE (RC 4) SAUF
000383*                  FORCAGE PAR CTLCHN, REFUS (RC 8) SI RAPMVT
000384*                  N'EST PAS TERMINE.
000385* 15/10/2026 JLY   ECHEC D'OUVERTURE D'UN FICHIER A
000386*                  L'INITIALISATION : CODE RETOUR 8.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. EXPCLI.
000570     SELECT CSV-FILE ASSIGN TO "CLIENTSCSV"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CSV-FILE-STATUS.
000591     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS RANDOM
000594         RECORD KEY IS CTL-CLE
000595         FILE STATUS IS RUNCTL-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CLIENT-FILE
000770         03 CT-NUMCLI PIC 9(6).
000780         03 CT-NUMPROD PIC 9(3).
000790     02 CT-INTITULE PIC x(30).
000800     02 CT-SOMME PIC S9(9)v9(2).
000810     02 CT-DATECREATION.
000820         03 CT-JOUR PIC 9(2).
000830         03 CT-MOIS PIC 9(2).
000860         88 CT-ACTIF VALUE 'A'.
000870         88 CT-CLOS VALUE 'C'.
000880         88 CT-DORMANT VALUE 'D'.
000881     02 CT-DATE-ECHEANCE PIC 9(08).
000882     02 CT-PRODUIT-VERSEMENT PIC 9(03).
000883 FD  CSV-FILE
000884     LABEL RECORDS ARE STANDARD.
000885 01  CSV-LIGNE PIC x(220).
000886
000887 FD  RUNCTL-FILE
000888     LABEL RECORDS ARE STANDARD.
000889 01  CTL-ENREG.
000890     02 CTL-CLE.
000891         03 CTL-DATE-METIER PIC 9(08).
000892         03 CTL-TRAITEMENT PIC x(08).
000893     02 CTL-ETAT PIC x(01).
000894         88 CTL-EN-COURS VALUE 'E'.
000895         88 CTL-TERMINE VALUE 'T'.
000896         88 CTL-ANOMALIE VALUE 'A'.
000897         88 CTL-REFUSE VALUE 'R'.
000898     02 CTL-DATE-DEBUT PIC 9(08).
000899     02 CTL-HEURE-DEBUT PIC 9(08).
000900     02 CTL-DATE-FIN PIC 9(08).
000901     02 CTL-HEURE-FIN PIC 9(08).
000902     02 CTL-CODE-RETOUR PIC 9(04).
000903     02 CTL-NB-LUS PIC 9(09).
000904     02 CTL-NB-ECRITS PIC 9(09).
000905     02 CTL-NB-REJETS PIC 9(09).
000906     02 CTL-NB-PASSAGES PIC 9(03).
000907     02 CTL-FORCAGE PIC x(01).
000908         88 CTL-FORCE VALUE 'O'.
000909     02 CTL-MODE PIC x(01).
000910         88 CTL-MODE-NORMAL VALUE 'N'.
000911         88 CTL-MODE-REPRISE VALUE 'R'.
000912         88 CTL-MODE-FORCE VALUE 'F'.
000913     02 CTL-DATE-REFERENCE PIC 9(08).
000914     02 FILLER PIC x(07).
000915 01  CTL-DATE-ENREG.
000916     02 FILLER PIC x(16).
000917     02 CTL-DM-ETAT PIC x(01).
000918         88 CTL-DM-OUVERTE VALUE 'O'.
000919         88 CTL-DM-FERMEE VALUE 'F'.
000920     02 CTL-DM-DATE-COURANTE PIC 9(08).
000921     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
000922     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
000923     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
000924     02 FILLER PIC x(51).
000930 WORKING-STORAGE SECTION.
000940
000950 01 CLIENT-FILE-STATUS PIC x(02).
001250 01 csv-annee-edit PIC 9999.
001260
001270 01 zone-a-purger PIC x(30).
001271 77 longueur-zone PIC 9(02) COMP.
001272 77 ligne-pointeur PIC 9(04) COMP.
001273
001274* Controle d'execution de la chaine (fichier RUNCTL) : date metier
001275* posee par FENBAT OUVRIR, second passage reussi pour la meme date
001276* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
001277* demarrage refuse tant que le traitement prerequis n'est pas
001278* termine pour la date metier.
001279 01 RUNCTL-STATUS PIC x(02).
001280     88 RUNCTL-OK VALUE '00'.
001281     88 RUNCTL-INEXISTANT VALUE '35'.
001282 77 ctl-programme PIC x(08) VALUE 'EXPCLI'.
001283 77 ctl-prerequis PIC x(08) VALUE 'RAPMVT'.
001284 77 ctl-periodicite PIC x(01) VALUE 'J'.
001285     88 ctl-quotidien VALUE 'J'.
001286     88 ctl-mensuel VALUE 'M'.
001287     88 ctl-annuel VALUE 'A'.
001288 77 ctl-existant-sw PIC x(01).
001289     88 ctl-existant VALUE 'O'.
001290 77 execution-refusee-sw PIC x(01) VALUE 'N'.
001291     88 execution-refusee VALUE 'O'.
001292 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
001293     88 execution-inscrite VALUE 'O'.
001294 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
001295     88 execution-interrompue VALUE 'O'.
001296 77 execution-forcee-sw PIC x(01) VALUE 'N'.
001297     88 execution-forcee VALUE 'O'.
001298 01 controle-sauve PIC x(100).
001299 01 date-metier PIC 9(08).
001300 01 periode-controle PIC 9(08).
001301 01 periode-controle-decoupe REDEFINES periode-controle.
001302     02 pc-aaaa PIC 9(04).
001303     02 pc-mm PIC 9(02).
001304     02 pc-jj PIC 9(02).
001305
001310 PROCEDURE DIVISION.
001311
001312******************************************************************
001313* 0000-MAINLINE
001314*    Ouvre le fichier maitre des clients en lecture et le fichier
001315*    CSV en ecriture, exporte chaque client puis referme les
001316*    fichiers et rend compte du nombre de lignes exportees.
001317******************************************************************
001318 0000-MAINLINE.
001319     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
001320     IF execution-refusee
001321         STOP RUN
001322     END-IF.
001323     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001324     IF NOT ouverture-echouee
001325         PERFORM 2000-EXPORTER-CLIENTS THRU 2000-EXIT
001326             UNTIL fin-fichier
001327         PERFORM 9000-TERMINAISON THRU 9000-EXIT
001328     END-IF.
001329     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
001330     STOP RUN.
001331
001332******************************************************************
001333* 0600-OUVRIR-CONTROLE
001334*    Controle d'execution (fichier RUNCTL) : lit la date metier
001335*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
001336*    la meme date ou periode (code retour 4) sauf forcage, refuse
001337*    le demarrage tant que le prerequis n'est pas termine pour la
001338*    date metier (code retour 8), puis inscrit le passage a l'etat
001339*    en cours. Un passage precedent reste en cours ou termine en
001340*    anomalie signale une relance apres incident.
001341******************************************************************
001342 0600-OUVRIR-CONTROLE.
001343     MOVE 'N' TO execution-refusee-sw.
001344     MOVE 'N' TO execution-inscrite-sw.
001345     MOVE 'N' TO execution-interrompue-sw.
001346     MOVE 'N' TO execution-forcee-sw.
001347     OPEN I-O RUNCTL-FILE.
001348     IF NOT RUNCTL-OK
001349         DISPLAY "EXPCLI : FICHIER DE CONTROLE RUNCTL"
001350             " INACCESSIBLE - CODE " RUNCTL-STATUS
001351             " - JOB REFUSE."
001352         SET execution-refusee TO TRUE
001353         MOVE 8 TO RETURN-CODE
001354         GO TO 0600-EXIT
001355     END-IF.
001356     MOVE ZERO TO CTL-DATE-METIER.
001357     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
001358     READ RUNCTL-FILE
001359         INVALID KEY
001360             DISPLAY "EXPCLI : DATE METIER NON POSEE"
001361                 " (FENBAT OUVRIR) - JOB REFUSE."
001362             SET execution-refusee TO TRUE
001363             MOVE 8 TO RETURN-CODE
001364             CLOSE RUNCTL-FILE
001365             GO TO 0600-EXIT
001366     END-READ.
001367     MOVE CTL-DM-DATE-COURANTE TO date-metier.
001368     MOVE date-metier TO periode-controle.
001369     IF ctl-mensuel
001370         MOVE ZERO TO pc-jj
001371     END-IF.
001372     IF ctl-annuel
001373         MOVE ZERO TO pc-mm
001374         MOVE ZERO TO pc-jj
001375     END-IF.
001376     MOVE 'O' TO ctl-existant-sw.
001377     MOVE periode-controle TO CTL-DATE-METIER.
001378     MOVE ctl-programme TO CTL-TRAITEMENT.
001379     READ RUNCTL-FILE
001380         INVALID KEY
001381             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
001382     END-READ.
001383     IF CTL-FORCE
001384         SET execution-forcee TO TRUE
001385     END-IF.
001386     IF CTL-TERMINE AND NOT execution-forcee
001387         DISPLAY "EXPCLI : DEJA TERMINE POUR " periode-controle
001388             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
001389             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
001390         SET execution-refusee TO TRUE
001391         MOVE 4 TO RETURN-CODE
001392         CLOSE RUNCTL-FILE
001393         GO TO 0600-EXIT
001394     END-IF.
001395     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
001396         SET execution-interrompue TO TRUE
001397     END-IF.
001398     MOVE CTL-ENREG TO controle-sauve.
001399     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
001400         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
001401     END-IF.
001402     MOVE controle-sauve TO CTL-ENREG.
001403     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
001404     ACCEPT CTL-HEURE-DEBUT FROM TIME.
001405     MOVE ZERO TO CTL-DATE-FIN.
001406     MOVE ZERO TO CTL-HEURE-FIN.
001407     MOVE date-metier TO CTL-DATE-REFERENCE.
001408     ADD 1 TO CTL-NB-PASSAGES.
001409     IF execution-refusee
001410         GO TO 0600-REFUS
001411     END-IF.
001412     MOVE 'E' TO CTL-ETAT.
001413     MOVE ZERO TO CTL-CODE-RETOUR.
001414     MOVE ZERO TO CTL-NB-LUS.
001415     MOVE ZERO TO CTL-NB-ECRITS.
001416     MOVE ZERO TO CTL-NB-REJETS.
001417     MOVE 'N' TO CTL-FORCAGE.
001418     MOVE 'N' TO CTL-MODE.
001419     IF execution-interrompue
001420         MOVE 'R' TO CTL-MODE
001421         DISPLAY "EXPCLI : PASSAGE PRECEDENT INTERROMPU POUR "
001422             periode-controle " - RELANCE APRES INCIDENT."
001423     END-IF.
001424     IF execution-forcee
001425         MOVE 'F' TO CTL-MODE
001426         DISPLAY "EXPCLI : PASSAGE FORCE POUR "
001427             periode-controle "."
001428     END-IF.
001429     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
001430     IF NOT execution-refusee
001431         SET execution-inscrite TO TRUE
001432     END-IF.
001433     CLOSE RUNCTL-FILE.
001434     GO TO 0600-EXIT.
001435 0600-REFUS.
001436*    Un passage interrompu garde son etat : seul un refus sur un
001437*    traitement non encore lance (ou deja refuse) est inscrit.
001438     IF ctl-existant AND NOT CTL-REFUSE
001439         CLOSE RUNCTL-FILE
001440         GO TO 0600-EXIT
001441     END-IF.
001442     MOVE 'R' TO CTL-ETAT.
001443     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
001444     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
001445     CLOSE RUNCTL-FILE.
001446 0600-EXIT.
001447     EXIT.
001448
001449******************************************************************
001450* 0610-INITIALISER-CONTROLE
001451*    Prepare un enregistrement de controle vierge pour le
001452*    traitement et la periode courants (premier passage).
001453******************************************************************
001454 0610-INITIALISER-CONTROLE.
001455     MOVE 'N' TO ctl-existant-sw.
001456     MOVE SPACES TO CTL-ENREG.
001457     MOVE periode-controle TO CTL-DATE-METIER.
001458     MOVE ctl-programme TO CTL-TRAITEMENT.
001459     MOVE ZERO TO CTL-CODE-RETOUR.
001460     MOVE ZERO TO CTL-NB-LUS.
001461     MOVE ZERO TO CTL-NB-ECRITS.
001462     MOVE ZERO TO CTL-NB-REJETS.
001463     MOVE ZERO TO CTL-NB-PASSAGES.
001464     MOVE 'N' TO CTL-FORCAGE.
001465     MOVE 'N' TO CTL-MODE.
001466     MOVE ZERO TO CTL-DATE-REFERENCE.
001467 0610-EXIT.
001468     EXIT.
001469
001470******************************************************************
001471* 0620-CONTROLER-PREREQUIS
001472*    Le traitement prerequis doit etre termine (code retour 4 au
001473*    plus) pour la date metier ; sinon le demarrage est refuse.
001474******************************************************************
001475 0620-CONTROLER-PREREQUIS.
001476     MOVE date-metier TO CTL-DATE-METIER.
001477     MOVE ctl-prerequis TO CTL-TRAITEMENT.
001478     READ RUNCTL-FILE
001479         INVALID KEY
001480             MOVE SPACES TO CTL-ETAT
001481     END-READ.
001482     IF NOT CTL-TERMINE
001483         DISPLAY "EXPCLI : PREREQUIS " ctl-prerequis
001484             " NON TERMINE POUR LA DATE METIER " date-metier
001485             " - JOB REFUSE."
001486         SET execution-refusee TO TRUE
001487         MOVE 8 TO RETURN-CODE
001488     END-IF.
001489 0620-EXIT.
001490     EXIT.
001491
001492******************************************************************
001493* 0630-ECRIRE-CONTROLE
001494*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
001495*    d'ecriture refuse le job (code retour 8).
001496******************************************************************
001497 0630-ECRIRE-CONTROLE.
001498     IF ctl-existant
001499         REWRITE CTL-ENREG
001500     ELSE
001501         WRITE CTL-ENREG
001502     END-IF.
001503     IF NOT RUNCTL-OK
001504         DISPLAY "EXPCLI : ERREUR ECRITURE RUNCTL - CODE "
001505             RUNCTL-STATUS " - JOB REFUSE."
001506         SET execution-refusee TO TRUE
001507         MOVE 8 TO RETURN-CODE
001508     END-IF.
001509 0630-EXIT.
001510     EXIT.
001511
001512******************************************************************
001513* 1000-INITIALISATION
001514*    Ouvre le fichier maitre des clients en entree et cree le
001515*    fichier CSV de sortie, puis en ecrit la ligne d'en-tete.
001520******************************************************************
001530 1000-INITIALISATION.
001540     MOVE 'N' TO fin-fichier-sw.
001610         DISPLAY "EXPCLI : FICHIER CLIENTS INACCESSIBLE - CODE "
001620             CLIENT-FILE-STATUS
001630         SET ouverture-echouee TO TRUE
001635         MOVE 8 TO RETURN-CODE
001640         GO TO 1000-EXIT
001650     END-IF.
001660     OPEN INPUT CONTRAT-FILE.
001690             CONTRAT-FILE-STATUS
001700         CLOSE CLIENT-FILE
001710         SET ouverture-echouee TO TRUE
001715         MOVE 8 TO RETURN-CODE
001720         GO TO 1000-EXIT
001730     END-IF.
001740     OPEN OUTPUT CSV-FILE.
001780         CLOSE CLIENT-FILE
001790         CLOSE CONTRAT-FILE
001800         SET ouverture-echouee TO TRUE
001805         MOVE 8 TO RETURN-CODE
001810         GO TO 1000-EXIT
001820     END-IF.
001830     MOVE SPACES TO CSV-LIGNE.
001940         CLOSE CONTRAT-FILE
001950         CLOSE CSV-FILE
001960         SET ouverture-echouee TO TRUE
001965         MOVE 8 TO RETURN-CODE
001970         GO TO 1000-EXIT
001980     END-IF.
001990     PERFORM 1100-LIRE-SUIVANT THRU 1100-EXIT.
003560******************************************************************
003570* 2140-AJOUTER-PRODUIT
003580*    Ajoute a la ligne CSV les colonnes produit (intitule, somme
003586*    et date de creation) du contrat courant. Un solde debiteur
003592*    (decouvert) est precede du signe moins.
003600******************************************************************
003610 2140-AJOUTER-PRODUIT.
003620     MOVE CT-INTITULE TO zone-a-purger.
003630     PERFORM 2110-AJOUTER-ZONE THRU 2110-EXIT.
003640     MOVE CT-SOMME TO csv-somme-edit.
003641     IF CT-SOMME < ZERO
003642         STRING "-" DELIMITED BY SIZE
003643             INTO CSV-LIGNE WITH POINTER ligne-pointeur
003644         END-STRING
003645     END-IF.
003650     MOVE CT-JOUR TO csv-jour-edit.
003660     MOVE CT-MOIS TO csv-mois-edit.
003670     MOVE CT-ANNEE TO csv-annee-edit.
004450 9000-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490* 9800-CLORE-CONTROLE
004500*    Inscrit la fin du passage dans le fichier de controle : date
004510*    et heure de fin, code retour, volumes traites ; etat termine
004520*    jusqu'au code retour 4, en anomalie au-dela.
004530******************************************************************
004540 9800-CLORE-CONTROLE.
004550     IF NOT execution-inscrite
004560         GO TO 9800-EXIT
004570     END-IF.
004580     OPEN I-O RUNCTL-FILE.
004590     IF NOT RUNCTL-OK
004600         DISPLAY "EXPCLI : FIN DE PASSAGE NON INSCRITE DANS"
004610             " RUNCTL - CODE " RUNCTL-STATUS
004620         IF RETURN-CODE < 4
004630             MOVE 4 TO RETURN-CODE
004640         END-IF
004650         GO TO 9800-EXIT
004660     END-IF.
004670     MOVE periode-controle TO CTL-DATE-METIER.
004680     MOVE ctl-programme TO CTL-TRAITEMENT.
004690     READ RUNCTL-FILE
004700         INVALID KEY
004710             DISPLAY "EXPCLI : PASSAGE ABSENT DE RUNCTL - "
004720                 "FIN NON INSCRITE."
004730             IF RETURN-CODE < 4
004740                 MOVE 4 TO RETURN-CODE
004750             END-IF
004760             CLOSE RUNCTL-FILE
004770             GO TO 9800-EXIT
004780     END-READ.
004790     IF RETURN-CODE > 4
004800         MOVE 'A' TO CTL-ETAT
004810     ELSE
004820         MOVE 'T' TO CTL-ETAT
004830     END-IF.
004840     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
004850     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
004860     ACCEPT CTL-HEURE-FIN FROM TIME.
004870     MOVE nb-clients-exportes TO CTL-NB-LUS.
004880     MOVE nb-clients-exportes TO CTL-NB-ECRITS.
004890     ADD nb-contrats-exportes TO CTL-NB-ECRITS.
004900     MOVE ZERO TO CTL-NB-REJETS.
004910     REWRITE CTL-ENREG.
004920     IF NOT RUNCTL-OK
004930         DISPLAY "EXPCLI : ERREUR ECRITURE RUNCTL EN FIN - "
004940             "CODE " RUNCTL-STATUS
004950         IF RETURN-CODE < 4
004960             MOVE 4 TO RETURN-CODE
004970         END-IF
004980     END-IF.
004990     CLOSE RUNCTL-FILE.
005000 9800-EXIT.
005010     EXIT.
005020
005030 END PROGRAM EXPCLI.
