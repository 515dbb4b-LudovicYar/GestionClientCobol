000100*             controle, comme le journal de passation de POSTMVT.
000110*             Un produit dont l'intitule est inconnu du catalogue
000120*             est journalise INCONNU et laisse intact.
000121*             Un produit a solde debiteur (decouvert) ne percoit
000122*             pas d'interet : il est journalise DEBITEUR.
000123*             Chaque interet credite est historise dans le
000124*             fichier indexe permanent INTHIST (client, produit,
000125*             mois, montant, taux de prelevement a la source lu
000126*             en SYSIN), source de l'IFU annuel (IFUCLI).
000127*             Un produit dont l'interet du mois figure deja dans
000128*             INTHIST (relance, forcage) est journalise DEJA-CAP
000129*             et n'est pas credite une seconde fois.
000130* Tectonics: cobc
000140******************************************************************
000150******************************************************************
000260*                  SESSION EN LIGNE (FICHIER SESSION, POSE PAR
000270*                  L'ECRAN) SIGNALE QU'UN POSTE TIENT ENCORE LES
000280*                  FICHIERS OUVERTS.
000281* 02/09/2026 JLY   NOUVEL ETAT DORMANT ('D') SUR LES PRODUITS :
000282*                  LES PRODUITS DORMANTS CONTINUENT DE PERCEVOIR
000283*                  L'INTERET DU MOIS JUSQU'A LEUR DESHERENCE.
000284* 15/10/2026 JLY   DECOUVERT AUTORISE : SOLDE SIGNE (CT-SOMME).
000285*                  UN PRODUIT A SOLDE DEBITEUR NE PERCOIT PAS
000286*                  D'INTERET ; IL EST JOURNALISE DEBITEUR ET
000287*                  COMPTE DANS LES TOTAUX. SOLDES DU JOURNAL
000288*                  EDITES SIGNES, COLONNES ELARGIES D'UNE
000289*                  POSITION POUR LE SIGNE.
000290* 15/10/2026 JLY   DEPOTS A TERME : ALIGNEMENT DES DEFINITIONS DES
000291*                  FICHIERS CONTRATS ET PRODCAT. UN DEPOT A TERME
000292*                  N'EST PAS CAPITALISE (JOURNALISE A TERME) : SES
000293*                  INTERETS SONT VERSES A L'ECHEANCE PAR ECHTERM.
000294* 15/10/2026 JLY   HISTORIQUE PERMANENT DES INTERETS : CHAQUE
000295*                  INTERET CREDITE EST ECRIT DANS LE FICHIER
000296*                  INDEXE INTHIST (CLIENT, PRODUIT, MOIS, MONTANT,
000297*                  TAUX DE PRELEVEMENT A LA SOURCE LU EN SYSIN),
000298*                  SOURCE DE L'IFU ANNUEL (IFUCLI). TAUX EN SYSIN
000299*                  OBLIGATOIRE (CODE RETOUR 8 SI INVALIDE).
000300* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000301*                  PASSAGE EST INSCRIT POUR LE MOIS DE LA DATE
000302*                  METIER POSEE PAR FENBAT OUVRIR (DEBUT, FIN,
000303*                  CODE RETOUR, COMPTEURS). SECOND PASSAGE REFUSE
000304*                  (RC 4) SAUF FORCAGE PAR CTLCHN, REFUS (RC 8) SI
000305*                  RAPMVT N'EST PAS TERMINE. LA DATE DE TRAITEMENT
000306*                  EST LA DATE METIER.
000307* 15/10/2026 JLY   PROTECTION CONTRE LA DOUBLE CAPITALISATION :
000308*                  AVANT LE CREDIT, L'INTERET DU MOIS EST LU DANS
000309*                  INTHIST ; DEJA HISTORISE (PASSAGE RELANCE OU
000310*                  FORCE), LE PRODUIT EST JOURNALISE DEJA-CAP ET
000311*                  N'EST PAS CREDITE. COMPTEUR AU JOURNAL.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CALCINT.
000480         FILE STATUS IS JOURNAL-FILE-STATUS.
000490     SELECT SESSION-FILE ASSIGN TO "SESSION"
000500         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS SESSION-STATUS.
000502     SELECT INTHIST-FILE ASSIGN TO "INTHIST"
000503         ORGANIZATION IS INDEXED
000504         ACCESS MODE IS DYNAMIC
000505         RECORD KEY IS IH-CLE
000506         FILE STATUS IS INTHIST-STATUS.
000507     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000508         ORGANIZATION IS INDEXED
000509         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CTL-CLE
000511         FILE STATUS IS RUNCTL-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CONTRAT-FILE
000580         03 CT-NUMCLI PIC 9(6).
000590         03 CT-NUMPROD PIC 9(3).
000600     02 CT-INTITULE PIC x(30).
000610     02 CT-SOMME PIC S9(9)v9(2).
000620     02 CT-DATECREATION.
000630         03 CT-JOUR PIC 9(2).
000640         03 CT-MOIS PIC 9(2).
000670         88 CT-ACTIF VALUE 'A'.
000680         88 CT-CLOS VALUE 'C'.
000690         88 CT-DORMANT VALUE 'D'.
000693     02 CT-DATE-ECHEANCE PIC 9(08).
000696     02 CT-PRODUIT-VERSEMENT PIC 9(03).
000700 FD  PRODCAT-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  PRODCAT-ENREG.
000740     02 PC-LIBELLE PIC x(30).
000750     02 PC-TAUX-ANNUEL PIC 9(02)v9(03).
000760     02 PC-MINIMUM PIC 9(09)v9(02).
000762     02 PC-TERME PIC x(01).
000764         88 PC-A-TERME VALUE 'O'.
000766     02 PC-DUREE-MOIS PIC 9(03).
000770 FD  JOURNAL-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  JRN-LIGNE PIC x(132).
000800
000810 FD  SESSION-FILE
000811     LABEL RECORDS ARE STANDARD.
000812 01  SES-ENREG.
000813     02 SES-ETAT PIC x(01).
000814     02 SES-DATE PIC 9(08).
000815     02 SES-HEURE PIC 9(08).
000816 FD  INTHIST-FILE
000817     LABEL RECORDS ARE STANDARD.
000818 01  INTHIST-ENREG.
000819     02 IH-CLE.
000820         03 IH-NUMCLI PIC 9(6).
000821         03 IH-NUMPROD PIC 9(3).
000822         03 IH-MOIS.
000823             04 IH-ANNEE PIC 9(4).
000824             04 IH-MM PIC 9(2).
000825     02 IH-CODE-PRODUIT PIC x(08).
000826     02 IH-MONTANT PIC 9(9)v9(2).
000827     02 IH-TAUX-PRELEVEMENT PIC 9(02)v9(03).
000828     02 IH-ORIGINE PIC x(01).
000829         88 IH-CAPITALISATION VALUE 'C'.
000830         88 IH-ECHEANCE VALUE 'E'.
000831     02 IH-DATE-PASSATION PIC 9(08).
000832 FD  RUNCTL-FILE
000833     LABEL RECORDS ARE STANDARD.
000834 01  CTL-ENREG.
000835     02 CTL-CLE.
000836         03 CTL-DATE-METIER PIC 9(08).
000837         03 CTL-TRAITEMENT PIC x(08).
000838     02 CTL-ETAT PIC x(01).
000839         88 CTL-EN-COURS VALUE 'E'.
000840         88 CTL-TERMINE VALUE 'T'.
000841         88 CTL-ANOMALIE VALUE 'A'.
000842         88 CTL-REFUSE VALUE 'R'.
000843     02 CTL-DATE-DEBUT PIC 9(08).
000844     02 CTL-HEURE-DEBUT PIC 9(08).
000845     02 CTL-DATE-FIN PIC 9(08).
000846     02 CTL-HEURE-FIN PIC 9(08).
000847     02 CTL-CODE-RETOUR PIC 9(04).
000848     02 CTL-NB-LUS PIC 9(09).
000849     02 CTL-NB-ECRITS PIC 9(09).
000850     02 CTL-NB-REJETS PIC 9(09).
000851     02 CTL-NB-PASSAGES PIC 9(03).
000852     02 CTL-FORCAGE PIC x(01).
000853         88 CTL-FORCE VALUE 'O'.
000854     02 CTL-MODE PIC x(01).
000855         88 CTL-MODE-NORMAL VALUE 'N'.
000856         88 CTL-MODE-REPRISE VALUE 'R'.
000857         88 CTL-MODE-FORCE VALUE 'F'.
000858     02 CTL-DATE-REFERENCE PIC 9(08).
000859     02 FILLER PIC x(07).
000860 01  CTL-DATE-ENREG.
000861     02 FILLER PIC x(16).
000862     02 CTL-DM-ETAT PIC x(01).
000863         88 CTL-DM-OUVERTE VALUE 'O'.
000864         88 CTL-DM-FERMEE VALUE 'F'.
000865     02 CTL-DM-DATE-COURANTE PIC 9(08).
000866     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
000867     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
000868     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
000869     02 FILLER PIC x(51).
000870 WORKING-STORAGE SECTION.
000880
000890* Garde de la fenetre batch : le drapeau de session en ligne
001030
001040 01 JOURNAL-FILE-STATUS PIC x(02).
001050     88 JOURNAL-FILE-OK VALUE '00'.
001051
001052* Historique permanent des interets (INTHIST) : un enregistrement
001053* par produit credite et par mois, avec le taux de prelevement a
001054* la source lu en SYSIN (5 chiffres, 3 decimales : 12800 =
001055* 12,800 %). Un doublon de cle signale un mois deja capitalise.
001056 01 INTHIST-STATUS PIC x(02).
001057     88 INTHIST-OK VALUE '00'.
001058     88 INTHIST-INEXISTANT VALUE '35'.
001059     88 INTHIST-DOUBLON VALUE '22'.
001060 01 taux-prelevement-saisi PIC x(05).
001061 01 taux-prelevement REDEFINES taux-prelevement-saisi
001062     PIC 9(02)v9(03).
001063 77 nb-interets-historises PIC 9(05) COMP VALUE ZERO.
001064 77 nb-historiques-doublons PIC 9(05) COMP VALUE ZERO.
001065 77 nb-deja-capitalises PIC 9(05) COMP VALUE ZERO.
001066 77 deja-capitalise-sw PIC x(01).
001067     88 deja-capitalise VALUE 'O'.
001068
001070 77 fin-fichier-sw PIC x(01).
001080     88 fin-fichier VALUE 'O'.
001090
001200 77 nb-produits-credites PIC 9(05) COMP VALUE ZERO.
001210 77 nb-produits-inconnus PIC 9(05) COMP VALUE ZERO.
001220 77 nb-produits-sans-int PIC 9(05) COMP VALUE ZERO.
001223 77 nb-produits-debiteurs PIC 9(05) COMP VALUE ZERO.
001226 77 nb-produits-a-terme PIC 9(05) COMP VALUE ZERO.
001230 77 total-interets PIC 9(11)v9(02) VALUE ZERO.
001240
001250* Catalogue des produits financiers (fichier PRODCAT charge en
001360     88 produit-trouve VALUE 'O'.
001370 77 idx-catalogue PIC 9(03) COMP VALUE ZERO.
001380
001390 77 ancien-solde PIC S9(9)v9(2).
001400 77 nouveau-solde PIC S9(9)v9(2).
001410 77 interet-du-mois PIC 9(9)v9(2).
001420
001430* Zones d'edition du journal de capitalisation.
001500     02 jrn-dj-mm PIC x(02).
001510     02 jrn-dj-jj PIC x(02).
001520 01 jrn-montant-edit PIC 9(9).99.
001525 01 jrn-solde-edit PIC -9(9).99.
001530 01 jrn-taux-edit PIC 99.999.
001540 01 jrn-total-edit PIC 9(11).99.
001550 01 jrn-compteur-edit PIC 9(05).
001640     02 FILLER PIC x(01) VALUE SPACE.
001650     02 jrn-det-taux PIC x(06).
001660     02 FILLER PIC x(01) VALUE SPACE.
001670     02 jrn-det-ancien PIC x(13).
001680     02 FILLER PIC x(01) VALUE SPACE.
001690     02 jrn-det-interet PIC x(12).
001700     02 FILLER PIC x(01) VALUE SPACE.
001701     02 jrn-det-nouveau PIC x(13).
001702     02 FILLER PIC x(01) VALUE SPACE.
001703     02 jrn-det-statut PIC x(10).
001704
001705* Controle d'execution de la chaine (fichier RUNCTL) : date metier
001706* posee par FENBAT OUVRIR, second passage reussi pour la meme date
001707* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
001708* demarrage refuse tant que le traitement prerequis n'est pas
001709* termine pour la date metier.
001710 01 RUNCTL-STATUS PIC x(02).
001711     88 RUNCTL-OK VALUE '00'.
001712     88 RUNCTL-INEXISTANT VALUE '35'.
001713 77 ctl-programme PIC x(08) VALUE 'CALCINT'.
001714 77 ctl-prerequis PIC x(08) VALUE 'RAPMVT'.
001715 77 ctl-periodicite PIC x(01) VALUE 'M'.
001716     88 ctl-quotidien VALUE 'J'.
001717     88 ctl-mensuel VALUE 'M'.
001718     88 ctl-annuel VALUE 'A'.
001719 77 ctl-existant-sw PIC x(01).
001720     88 ctl-existant VALUE 'O'.
001721 77 execution-refusee-sw PIC x(01) VALUE 'N'.
001722     88 execution-refusee VALUE 'O'.
001723 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
001724     88 execution-inscrite VALUE 'O'.
001725 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
001726     88 execution-interrompue VALUE 'O'.
001727 77 execution-forcee-sw PIC x(01) VALUE 'N'.
001728     88 execution-forcee VALUE 'O'.
001729 01 controle-sauve PIC x(100).
001730 01 date-metier PIC 9(08).
001731 01 periode-controle PIC 9(08).
001732 01 periode-controle-decoupe REDEFINES periode-controle.
001733     02 pc-aaaa PIC 9(04).
001734     02 pc-mm PIC 9(02).
001735     02 pc-jj PIC 9(02).
001740
001750 PROCEDURE DIVISION.
001760
001860         MOVE 8 TO RETURN-CODE
001870         STOP RUN
001880     END-IF.
001882     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
001884     IF execution-refusee
001886         STOP RUN
001888     END-IF.
001890     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001900     IF NOT ouverture-echouee
001910         PERFORM 2000-TRAITER-CONTRAT THRU 2000-EXIT
001920             UNTIL fin-fichier
001930         PERFORM 9000-TERMINAISON THRU 9000-EXIT
001940     END-IF.
001945     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
001950     STOP RUN.
001960
001970******************************************************************
002120         SET session-ouverte TO TRUE
002130         GO TO 0500-EXIT
002140     END-IF.
002141     READ SESSION-FILE
002142         AT END
002143             CONTINUE
002144     END-READ.
002145     IF SESSION-OK AND SES-ETAT = 'O'
002146         DISPLAY "CALCINT : UNE SESSION EN LIGNE TIENT ENCORE LES"
002147             " FICHIERS (DEPUIS " SES-DATE " " SES-HEURE
002148             ") - JOB REFUSE."
002149         SET session-ouverte TO TRUE
002150     END-IF.
002151     CLOSE SESSION-FILE.
002152 0500-EXIT.
002153     EXIT.
002154
002155******************************************************************
002156* 0600-OUVRIR-CONTROLE
002157*    Controle d'execution (fichier RUNCTL) : lit la date metier
002158*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
002159*    la meme date ou periode (code retour 4) sauf forcage, refuse
002160*    le demarrage tant que le prerequis n'est pas termine pour la
002161*    date metier (code retour 8), puis inscrit le passage a l'etat
002162*    en cours. Un passage precedent reste en cours ou termine en
002163*    anomalie signale une relance apres incident.
002164******************************************************************
002165 0600-OUVRIR-CONTROLE.
002166     MOVE 'N' TO execution-refusee-sw.
002167     MOVE 'N' TO execution-inscrite-sw.
002168     MOVE 'N' TO execution-interrompue-sw.
002169     MOVE 'N' TO execution-forcee-sw.
002170     OPEN I-O RUNCTL-FILE.
002171     IF NOT RUNCTL-OK
002172         DISPLAY "CALCINT : FICHIER DE CONTROLE RUNCTL"
002173             " INACCESSIBLE - CODE " RUNCTL-STATUS
002174             " - JOB REFUSE."
002175         SET execution-refusee TO TRUE
002176         MOVE 8 TO RETURN-CODE
002177         GO TO 0600-EXIT
002178     END-IF.
002179     MOVE ZERO TO CTL-DATE-METIER.
002180     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
002181     READ RUNCTL-FILE
002182         INVALID KEY
002183             DISPLAY "CALCINT : DATE METIER NON POSEE"
002184                 " (FENBAT OUVRIR) - JOB REFUSE."
002185             SET execution-refusee TO TRUE
002186             MOVE 8 TO RETURN-CODE
002187             CLOSE RUNCTL-FILE
002188             GO TO 0600-EXIT
002189     END-READ.
002190     MOVE CTL-DM-DATE-COURANTE TO date-metier.
002191     MOVE date-metier TO periode-controle.
002192     IF ctl-mensuel
002193         MOVE ZERO TO pc-jj
002194     END-IF.
002195     IF ctl-annuel
002196         MOVE ZERO TO pc-mm
002197         MOVE ZERO TO pc-jj
002198     END-IF.
002199     MOVE 'O' TO ctl-existant-sw.
002200     MOVE periode-controle TO CTL-DATE-METIER.
002201     MOVE ctl-programme TO CTL-TRAITEMENT.
002202     READ RUNCTL-FILE
002203         INVALID KEY
002204             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
002205     END-READ.
002206     IF CTL-FORCE
002207         SET execution-forcee TO TRUE
002208     END-IF.
002209     IF CTL-TERMINE AND NOT execution-forcee
002210         DISPLAY "CALCINT : DEJA TERMINE POUR " periode-controle
002211             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
002212             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
002213         SET execution-refusee TO TRUE
002214         MOVE 4 TO RETURN-CODE
002215         CLOSE RUNCTL-FILE
002216         GO TO 0600-EXIT
002217     END-IF.
002218     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
002219         SET execution-interrompue TO TRUE
002220     END-IF.
002221     MOVE CTL-ENREG TO controle-sauve.
002222     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
002223         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
002224     END-IF.
002225     MOVE controle-sauve TO CTL-ENREG.
002226     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
002227     ACCEPT CTL-HEURE-DEBUT FROM TIME.
002228     MOVE ZERO TO CTL-DATE-FIN.
002229     MOVE ZERO TO CTL-HEURE-FIN.
002230     MOVE date-metier TO CTL-DATE-REFERENCE.
002231     ADD 1 TO CTL-NB-PASSAGES.
002232     IF execution-refusee
002233         GO TO 0600-REFUS
002234     END-IF.
002235     MOVE 'E' TO CTL-ETAT.
002236     MOVE ZERO TO CTL-CODE-RETOUR.
002237     MOVE ZERO TO CTL-NB-LUS.
002238     MOVE ZERO TO CTL-NB-ECRITS.
002239     MOVE ZERO TO CTL-NB-REJETS.
002240     MOVE 'N' TO CTL-FORCAGE.
002241     MOVE 'N' TO CTL-MODE.
002242     IF execution-interrompue
002243         MOVE 'R' TO CTL-MODE
002244         DISPLAY "CALCINT : PASSAGE PRECEDENT INTERROMPU POUR "
002245             periode-controle " - RELANCE APRES INCIDENT."
002246     END-IF.
002247     IF execution-forcee
002248         MOVE 'F' TO CTL-MODE
002249         DISPLAY "CALCINT : PASSAGE FORCE POUR "
002250             periode-controle "."
002251     END-IF.
002252     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
002253     IF NOT execution-refusee
002254         SET execution-inscrite TO TRUE
002255     END-IF.
002256     CLOSE RUNCTL-FILE.
002257     GO TO 0600-EXIT.
002258 0600-REFUS.
002259*    Un passage interrompu garde son etat : seul un refus sur un
002260*    traitement non encore lance (ou deja refuse) est inscrit.
002261     IF ctl-existant AND NOT CTL-REFUSE
002262         CLOSE RUNCTL-FILE
002263         GO TO 0600-EXIT
002264     END-IF.
002265     MOVE 'R' TO CTL-ETAT.
002266     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
002267     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
002268     CLOSE RUNCTL-FILE.
002269 0600-EXIT.
002270     EXIT.
002271
002272******************************************************************
002273* 0610-INITIALISER-CONTROLE
002274*    Prepare un enregistrement de controle vierge pour le
002275*    traitement et la periode courants (premier passage).
002276******************************************************************
002277 0610-INITIALISER-CONTROLE.
002278     MOVE 'N' TO ctl-existant-sw.
002279     MOVE SPACES TO CTL-ENREG.
002280     MOVE periode-controle TO CTL-DATE-METIER.
002281     MOVE ctl-programme TO CTL-TRAITEMENT.
002282     MOVE ZERO TO CTL-CODE-RETOUR.
002283     MOVE ZERO TO CTL-NB-LUS.
002284     MOVE ZERO TO CTL-NB-ECRITS.
002285     MOVE ZERO TO CTL-NB-REJETS.
002286     MOVE ZERO TO CTL-NB-PASSAGES.
002287     MOVE 'N' TO CTL-FORCAGE.
002288     MOVE 'N' TO CTL-MODE.
002289     MOVE ZERO TO CTL-DATE-REFERENCE.
002290 0610-EXIT.
002291     EXIT.
002292
002293******************************************************************
002294* 0620-CONTROLER-PREREQUIS
002295*    Le traitement prerequis doit etre termine (code retour 4 au
002296*    plus) pour la date metier ; sinon le demarrage est refuse.
002297******************************************************************
002298 0620-CONTROLER-PREREQUIS.
002299     MOVE date-metier TO CTL-DATE-METIER.
002300     MOVE ctl-prerequis TO CTL-TRAITEMENT.
002301     READ RUNCTL-FILE
002302         INVALID KEY
002303             MOVE SPACES TO CTL-ETAT
002304     END-READ.
002305     IF NOT CTL-TERMINE
002306         DISPLAY "CALCINT : PREREQUIS " ctl-prerequis
002307             " NON TERMINE POUR LA DATE METIER " date-metier
002308             " - JOB REFUSE."
002309         SET execution-refusee TO TRUE
002310         MOVE 8 TO RETURN-CODE
002311     END-IF.
002312 0620-EXIT.
002313     EXIT.
002314
002315******************************************************************
002316* 0630-ECRIRE-CONTROLE
002317*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
002318*    d'ecriture refuse le job (code retour 8).
002319******************************************************************
002320 0630-ECRIRE-CONTROLE.
002321     IF ctl-existant
002322         REWRITE CTL-ENREG
002323     ELSE
002324         WRITE CTL-ENREG
002325     END-IF.
002326     IF NOT RUNCTL-OK
002327         DISPLAY "CALCINT : ERREUR ECRITURE RUNCTL - CODE "
002328             RUNCTL-STATUS " - JOB REFUSE."
002329         SET execution-refusee TO TRUE
002330         MOVE 8 TO RETURN-CODE
002331     END-IF.
002332 0630-EXIT.
002333     EXIT.
002334
002335******************************************************************
002336* 1000-INITIALISATION
002337*    Lit et controle le taux de prelevement (SYSIN), ouvre le
002338*    fichier des contrats en mise a jour, le journal en sortie
002339*    et l'historique des interets en mise a jour, charge le
002340*    catalogue des produits en table, ecrit l'en-tete du
002341*    journal et se positionne sur le premier contrat.
002350******************************************************************
002360 1000-INITIALISATION.
002370     MOVE 'N' TO fin-fichier-sw.
002380     MOVE 'N' TO ouverture-echouee-sw.
002390     MOVE 'N' TO capitalisation-echouee-sw.
002391     MOVE SPACES TO taux-prelevement-saisi.
002392     ACCEPT taux-prelevement-saisi.
002393     IF taux-prelevement-saisi NOT NUMERIC
002394         DISPLAY "CALCINT : TAUX DE PRELEVEMENT INVALIDE : "
002395             taux-prelevement-saisi
002396         SET ouverture-echouee TO TRUE
002397         MOVE 8 TO RETURN-CODE
002398         GO TO 1000-EXIT
002399     END-IF.
002400     OPEN I-O CONTRAT-FILE.
002410     IF NOT CONTRAT-FILE-OK
002420         DISPLAY "CALCINT : FICHIER CONTRATS INACCESSIBLE - CODE "
002530     IF NOT JOURNAL-FILE-OK
002540         DISPLAY "CALCINT : FICHIER JOURNAL INACCESSIBLE - CODE "
002550             JOURNAL-FILE-STATUS
002551         CLOSE CONTRAT-FILE
002552         SET ouverture-echouee TO TRUE
002553         MOVE 8 TO RETURN-CODE
002554         GO TO 1000-EXIT
002555     END-IF.
002556     OPEN I-O INTHIST-FILE.
002557     IF INTHIST-INEXISTANT
002558         OPEN OUTPUT INTHIST-FILE
002559         CLOSE INTHIST-FILE
002560         OPEN I-O INTHIST-FILE
002561     END-IF.
002562     IF NOT INTHIST-OK
002563         DISPLAY "CALCINT : HISTORIQUE INTERETS INACCESSIBLE - "
002564             "CODE " INTHIST-STATUS
002565         CLOSE CONTRAT-FILE
002566         CLOSE JOURNAL-FILE
002570         SET ouverture-echouee TO TRUE
002580         MOVE 8 TO RETURN-CODE
002590         GO TO 1000-EXIT
003420*    traitement et libelles de colonnes).
003430******************************************************************
003440 1200-ECRIRE-ENTETE.
003450     MOVE date-metier TO jrn-date-jour.
003460     MOVE jrn-date-jour TO jrn-date-edit.
003470     MOVE SPACES TO JRN-LIGNE.
003480     STRING
003590     MOVE SPACES TO JRN-LIGNE.
003600     STRING
003610         " NUMCLI NPR CODE     TAUX   " DELIMITED BY SIZE
003620         "ANCIEN SOLDE  INTERET      NOUVEAU SOLDE  STATUT"
003630             DELIMITED BY SIZE
003640         INTO JRN-LIGNE
003650     END-STRING.
003930*    solde x taux annuel du catalogue / 12, arrondi au centime.
003940*    Produit inconnu du catalogue : journalise INCONNU et laisse
003950*    le solde intact. Interet nul : journalise SANS-INT.
003951*    Solde debiteur (decouvert) : aucun interet, journalise
003952*    DEBITEUR (les agios sont calcules par CALCAGI).
003953*    Depot a terme (date d'echeance renseignee) : aucun interet
003954*    mensuel, journalise A TERME (l'interet est verse en une
003955*    fois a l'echeance par ECHTERM).
003956*    Interet du mois deja historise dans INTHIST (passage
003957*    relance ou force) : aucun credit, journalise DEJA-CAP.
003960******************************************************************
003970 2100-CAPITALISER-PRODUIT.
003980     PERFORM 2200-RECHERCHER-CATALOGUE THRU 2200-EXIT.
004050         MOVE ZERO TO interet-du-mois
004060         MOVE 'INCONNU' TO jrn-det-statut
004070         PERFORM 2300-JOURNALISER-PRODUIT THRU 2300-EXIT
004071         GO TO 2100-EXIT
004072     END-IF.
004073     MOVE CT-SOMME TO ancien-solde.
004074     IF CT-DATE-ECHEANCE NOT = ZERO
004075         ADD 1 TO nb-produits-a-terme
004076         MOVE CT-SOMME TO nouveau-solde
004077         MOVE ZERO TO interet-du-mois
004078         MOVE 'A TERME' TO jrn-det-statut
004079         PERFORM 2300-JOURNALISER-PRODUIT THRU 2300-EXIT
004080         GO TO 2100-EXIT
004081     END-IF.
004082     IF CT-SOMME < ZERO
004083         ADD 1 TO nb-produits-debiteurs
004084         MOVE CT-SOMME TO nouveau-solde
004085         MOVE ZERO TO interet-du-mois
004086         MOVE 'DEBITEUR' TO jrn-det-statut
004087         PERFORM 2300-JOURNALISER-PRODUIT THRU 2300-EXIT
004088         GO TO 2100-EXIT
004089     END-IF.
004090     PERFORM 2150-CONTROLER-HISTORIQUE THRU 2150-EXIT.
004091     IF capitalisation-echouee
004092         GO TO 2100-EXIT
004093     END-IF.
004094     IF deja-capitalise
004095         ADD 1 TO nb-deja-capitalises
004096         MOVE CT-SOMME TO nouveau-solde
004097         MOVE ZERO TO interet-du-mois
004098         MOVE 'DEJA-CAP' TO jrn-det-statut
004099         PERFORM 2300-JOURNALISER-PRODUIT THRU 2300-EXIT
004100         GO TO 2100-EXIT
004101     END-IF.
004110     COMPUTE interet-du-mois ROUNDED =
004120         CT-SOMME * CAT-TAUX-ANNUEL(idx-catalogue) / 1200.
004130     IF interet-du-mois = ZERO
004380     END-IF.
004390     ADD 1 TO nb-produits-credites.
004400     ADD interet-du-mois TO total-interets.
004401     MOVE 'CREDITE' TO jrn-det-statut.
004402     PERFORM 2300-JOURNALISER-PRODUIT THRU 2300-EXIT.
004403     PERFORM 2350-HISTORISER-INTERET THRU 2350-EXIT.
004404 2100-EXIT.
004405     EXIT.
004406
004407******************************************************************
004408* 2150-CONTROLER-HISTORIQUE
004409*    Lit dans INTHIST l'interet du produit courant pour le mois
004410*    du traitement : un enregistrement present signale un mois
004411*    deja capitalise (positionne deja-capitalise). Une erreur
004412*    de lecture interrompt la capitalisation (code retour 8).
004413******************************************************************
004414 2150-CONTROLER-HISTORIQUE.
004415     MOVE 'N' TO deja-capitalise-sw.
004416     MOVE CT-NUMCLI TO IH-NUMCLI.
004417     MOVE CT-NUMPROD TO IH-NUMPROD.
004418     MOVE jrn-dj-aaaa TO IH-ANNEE.
004419     MOVE jrn-dj-mm TO IH-MM.
004420     READ INTHIST-FILE
004421         INVALID KEY
004422             GO TO 2150-EXIT
004423     END-READ.
004424     IF NOT INTHIST-OK
004425         DISPLAY "CALCINT : ERREUR LECTURE HISTORIQUE - CODE "
004426             INTHIST-STATUS " SUR " IH-CLE
004427         SET capitalisation-echouee TO TRUE
004428         SET fin-fichier TO TRUE
004429         MOVE 8 TO RETURN-CODE
004430         GO TO 2150-EXIT
004431     END-IF.
004432     SET deja-capitalise TO TRUE.
004433 2150-EXIT.
004440     EXIT.
004450
004460******************************************************************
004750******************************************************************
004760* 2300-JOURNALISER-PRODUIT
004770*    Ecrit la ligne de detail du produit courant dans le journal
004777*    de capitalisation (statut CREDITE, SANS-INT, CAPACITE,
004784*    DEBITEUR, A TERME, DEJA-CAP ou INCONNU en fin de ligne).
004791*    Les soldes sont edites signes.
004800******************************************************************
004810 2300-JOURNALISER-PRODUIT.
004820     MOVE CT-NUMCLI TO jrn-det-numcli.
004830     MOVE CT-NUMPROD TO jrn-det-numprod.
004840     MOVE ancien-solde TO jrn-solde-edit.
004850     MOVE jrn-solde-edit TO jrn-det-ancien.
004860     MOVE interet-du-mois TO jrn-montant-edit.
004870     MOVE jrn-montant-edit TO jrn-det-interet.
004880     MOVE nouveau-solde TO jrn-solde-edit.
004890     MOVE jrn-solde-edit TO jrn-det-nouveau.
004900     MOVE jrn-detail TO JRN-LIGNE.
004910     WRITE JRN-LIGNE.
004920     IF NOT JOURNAL-FILE-OK
005000     EXIT.
005010
005020******************************************************************
005021* 2350-HISTORISER-INTERET
005022*    Ecrit l'interet credite du produit courant dans l'historique
005023*    permanent INTHIST (cle client/produit/mois du traitement),
005024*    avec le code produit du catalogue et le taux de prelevement
005025*    du lancement. Un doublon de cle (mois deja capitalise) est
005026*    signale et compte, l'historique existant est conserve.
005027******************************************************************
005028 2350-HISTORISER-INTERET.
005029     MOVE CT-NUMCLI TO IH-NUMCLI.
005030     MOVE CT-NUMPROD TO IH-NUMPROD.
005031     MOVE jrn-dj-aaaa TO IH-ANNEE.
005032     MOVE jrn-dj-mm TO IH-MM.
005033     MOVE CAT-CODE(idx-catalogue) TO IH-CODE-PRODUIT.
005034     MOVE interet-du-mois TO IH-MONTANT.
005035     MOVE taux-prelevement TO IH-TAUX-PRELEVEMENT.
005036     SET IH-CAPITALISATION TO TRUE.
005037     MOVE jrn-date-jour TO IH-DATE-PASSATION.
005038     WRITE INTHIST-ENREG.
005039     IF INTHIST-DOUBLON
005040         DISPLAY "CALCINT : INTERET DU MOIS DEJA HISTORISE POUR "
005041             IH-NUMCLI "/" IH-NUMPROD
005042         ADD 1 TO nb-historiques-doublons
005043         GO TO 2350-EXIT
005044     END-IF.
005045     IF NOT INTHIST-OK
005046         DISPLAY "CALCINT : ERREUR ECRITURE HISTORIQUE - CODE "
005047             INTHIST-STATUS " SUR " IH-CLE
005048         SET capitalisation-echouee TO TRUE
005049         SET fin-fichier TO TRUE
005050         MOVE 8 TO RETURN-CODE
005051         GO TO 2350-EXIT
005052     END-IF.
005053     ADD 1 TO nb-interets-historises.
005054 2350-EXIT.
005055     EXIT.
005056
005057******************************************************************
005058* 9000-TERMINAISON
005059*    Imprime les totaux de controle du journal (produits actifs
005060*    lus, credites, inconnus du catalogue, sans interet,
005061*    debiteurs, total des interets credites, interets
005062*    historises et taux de prelevement) puis referme les
005063*    fichiers.
005070******************************************************************
005080 9000-TERMINAISON.
005090     MOVE ALL "-" TO JRN-LIGNE.
005360         INTO JRN-LIGNE
005370     END-STRING.
005380     WRITE JRN-LIGNE.
005381     MOVE SPACES TO JRN-LIGNE.
005382     MOVE nb-produits-debiteurs TO jrn-compteur-edit.
005383     STRING " PRODUITS DEBITEURS  : " DELIMITED BY SIZE
005384         jrn-compteur-edit DELIMITED BY SIZE
005385         INTO JRN-LIGNE
005386     END-STRING.
005387     WRITE JRN-LIGNE.
005388     MOVE SPACES TO JRN-LIGNE.
005389     MOVE nb-produits-a-terme TO jrn-compteur-edit.
005390     STRING " PRODUITS A TERME    : " DELIMITED BY SIZE
005391         jrn-compteur-edit DELIMITED BY SIZE
005392         INTO JRN-LIGNE
005393     END-STRING.
005394     WRITE JRN-LIGNE.
005395     MOVE SPACES TO JRN-LIGNE.
005400     MOVE total-interets TO jrn-total-edit.
005410     STRING " TOTAL INTERETS CREDITES : " DELIMITED BY SIZE
005420         jrn-total-edit DELIMITED BY SIZE
005421         INTO JRN-LIGNE
005422     END-STRING.
005423     WRITE JRN-LIGNE.
005424     MOVE SPACES TO JRN-LIGNE.
005425     MOVE nb-interets-historises TO jrn-compteur-edit.
005426     MOVE taux-prelevement TO jrn-taux-edit.
005427     STRING " INTERETS HISTORISES : " DELIMITED BY SIZE
005428         jrn-compteur-edit DELIMITED BY SIZE
005429         " - TAUX DE PRELEVEMENT : " DELIMITED BY SIZE
005430         jrn-taux-edit DELIMITED BY SIZE
005431         " %" DELIMITED BY SIZE
005432         INTO JRN-LIGNE
005433     END-STRING.
005434     WRITE JRN-LIGNE.
005435     IF nb-deja-capitalises NOT = ZERO
005436         MOVE SPACES TO JRN-LIGNE
005437         MOVE nb-deja-capitalises TO jrn-compteur-edit
005438         STRING " DEJA CAPITALISES (NON CREDITES) : "
005439             DELIMITED BY SIZE
005440             jrn-compteur-edit DELIMITED BY SIZE
005441             INTO JRN-LIGNE
005442         END-STRING
005443         WRITE JRN-LIGNE
005444     END-IF.
005445     IF nb-historiques-doublons NOT = ZERO
005446         MOVE SPACES TO JRN-LIGNE
005447         MOVE nb-historiques-doublons TO jrn-compteur-edit
005448         STRING " DEJA HISTORISES (DOUBLONS) : " DELIMITED BY SIZE
005449             jrn-compteur-edit DELIMITED BY SIZE
005450             INTO JRN-LIGNE
005451         END-STRING
005452         WRITE JRN-LIGNE
005453     END-IF.
005460     CLOSE CONTRAT-FILE.
005470     CLOSE JOURNAL-FILE.
005475     CLOSE INTHIST-FILE.
005480     IF capitalisation-echouee
005490         DISPLAY "CALCINT : CAPITALISATION INTERROMPUE PAR"
005500             " ERREUR D'E/S - VERIFIER LE JOURNAL."
005550 9000-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590* 9800-CLORE-CONTROLE
005600*    Inscrit la fin du passage dans le fichier de controle : date
005610*    et heure de fin, code retour, volumes traites ; etat termine
005620*    jusqu'au code retour 4, en anomalie au-dela.
005630******************************************************************
005640 9800-CLORE-CONTROLE.
005650     IF NOT execution-inscrite
005660         GO TO 9800-EXIT
005670     END-IF.
005680     OPEN I-O RUNCTL-FILE.
005690     IF NOT RUNCTL-OK
005700         DISPLAY "CALCINT : FIN DE PASSAGE NON INSCRITE DANS"
005710             " RUNCTL - CODE " RUNCTL-STATUS
005720         IF RETURN-CODE < 4
005730             MOVE 4 TO RETURN-CODE
005740         END-IF
005750         GO TO 9800-EXIT
005760     END-IF.
005770     MOVE periode-controle TO CTL-DATE-METIER.
005780     MOVE ctl-programme TO CTL-TRAITEMENT.
005790     READ RUNCTL-FILE
005800         INVALID KEY
005810             DISPLAY "CALCINT : PASSAGE ABSENT DE RUNCTL - "
005820                 "FIN NON INSCRITE."
005830             IF RETURN-CODE < 4
005840                 MOVE 4 TO RETURN-CODE
005850             END-IF
005860             CLOSE RUNCTL-FILE
005870             GO TO 9800-EXIT
005880     END-READ.
005890     IF RETURN-CODE > 4
005900         MOVE 'A' TO CTL-ETAT
005910     ELSE
005920         MOVE 'T' TO CTL-ETAT
005930     END-IF.
005940     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
005950     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
005960     ACCEPT CTL-HEURE-FIN FROM TIME.
005970     MOVE nb-produits-lus TO CTL-NB-LUS.
005980     MOVE nb-produits-credites TO CTL-NB-ECRITS.
005990     MOVE nb-produits-inconnus TO CTL-NB-REJETS.
006000     REWRITE CTL-ENREG.
006010     IF NOT RUNCTL-OK
006020         DISPLAY "CALCINT : ERREUR ECRITURE RUNCTL EN FIN - "
006030             "CODE " RUNCTL-STATUS
006040         IF RETURN-CODE < 4
006050             MOVE 4 TO RETURN-CODE
006060         END-IF
006070     END-IF.
006080     CLOSE RUNCTL-FILE.
006090 9800-EXIT.
006100     EXIT.
006110
006120 END PROGRAM CALCINT.
