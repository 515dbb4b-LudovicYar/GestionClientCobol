000090*             blanc le drapeau de session en ligne (fichier
000100*             SESSION) apres un ecran reste ouvert ou tombe sans
000110*             terminaison propre, une fois le poste verifie.
000111*             OUVRIR pose aussi la date metier de la chaine
000112*             (seconde ligne de SYSIN, a blanc = date systeme)
000113*             dans le fichier de controle RUNCTL, FERMER la clot.
000114*             La date metier est qualifiee d'apres le calendrier
000115*             des jours non ouvres (CALEND, zone nationale FR et
000116*             zone regionale en troisieme ligne de SYSIN) : jour
000117*             ouvre ou non, dernier jour ouvre du mois ou non.
000120* Tectonics: cobc
000130******************************************************************
000140******************************************************************
000180* 02/09/2026 JLY   CREATION DU PROGRAMME DE TENUE DE LA FENETRE
000190*                  BATCH : POSE ET RETRAIT DU DRAPEAU BATCHFLG
000200*                  (OUVRIR/FERMER) ET LIBERATION DU DRAPEAU DE
000201*                  SESSION EN LIGNE (LIBERER).
000202* 15/10/2026 JLY   DATE METIER DE LA CHAINE : OUVRIR POSE LA DATE
000203*                  METIER (SECONDE LIGNE DE SYSIN, A BLANC = DATE
000204*                  SYSTEME) DANS LE FICHIER DE CONTROLE RUNCTL ;
000205*                  DATE ANTERIEURE, DEJA CLOSE OU NOUVELLE DATE
000206*                  AVANT CLOTURE DE LA PRECEDENTE REFUSEES SAUF
000207*                  FORCAGE PAR CTLCHN. FERMER CLOT LA DATE METIER.
000208* 15/10/2026 JLY   CALENDRIER DES JOURS NON OUVRES (CALEND) :
000209*                  OUVRIR QUALIFIE LA DATE METIER (JOUR OUVRE,
000210*                  DERNIER JOUR OUVRE DU MOIS) SELON LES FERIES
000211*                  FR ET LA ZONE REGIONALE EN TROISIEME LIGNE DE
000212*                  SYSIN ; CALENDRIER ABSENT = AVERTISSEMENT.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. FENBAT.
000300         FILE STATUS IS FENETRE-STATUS.
000310     SELECT SESSION-FILE ASSIGN TO "SESSION"
000320         ORGANIZATION IS LINE SEQUENTIAL
000321         FILE STATUS IS SESSION-STATUS.
000322     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000323         ORGANIZATION IS INDEXED
000324         ACCESS MODE IS RANDOM
000325         RECORD KEY IS CTL-CLE
000326         FILE STATUS IS RUNCTL-STATUS.
000327     SELECT CALENDRIER-FILE ASSIGN TO "CALEND"
000328         ORGANIZATION IS INDEXED
000329         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CAL-CLE
000331         FILE STATUS IS CALENDRIER-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  FENETRE-FILE
000390     02 FEN-ETAT PIC x(01).
000400     02 FEN-DATE PIC 9(08).
000410     02 FEN-HEURE PIC 9(08).
000411 FD  SESSION-FILE
000412     LABEL RECORDS ARE STANDARD.
000413 01  SES-ENREG.
000414     02 SES-ETAT PIC x(01).
000415     02 SES-DATE PIC 9(08).
000416     02 SES-HEURE PIC 9(08).
000417 FD  RUNCTL-FILE
000418     LABEL RECORDS ARE STANDARD.
000419 01  CTL-ENREG.
000420     02 CTL-CLE.
000421         03 CTL-DATE-METIER PIC 9(08).
000422         03 CTL-TRAITEMENT PIC x(08).
000423     02 CTL-ETAT PIC x(01).
000424         88 CTL-EN-COURS VALUE 'E'.
000425         88 CTL-TERMINE VALUE 'T'.
000426         88 CTL-ANOMALIE VALUE 'A'.
000427         88 CTL-REFUSE VALUE 'R'.
000428     02 CTL-DATE-DEBUT PIC 9(08).
000429     02 CTL-HEURE-DEBUT PIC 9(08).
000430     02 CTL-DATE-FIN PIC 9(08).
000431     02 CTL-HEURE-FIN PIC 9(08).
000432     02 CTL-CODE-RETOUR PIC 9(04).
000433     02 CTL-NB-LUS PIC 9(09).
000434     02 CTL-NB-ECRITS PIC 9(09).
000435     02 CTL-NB-REJETS PIC 9(09).
000436     02 CTL-NB-PASSAGES PIC 9(03).
000437     02 CTL-FORCAGE PIC x(01).
000438         88 CTL-FORCE VALUE 'O'.
000439     02 CTL-MODE PIC x(01).
000440         88 CTL-MODE-NORMAL VALUE 'N'.
000441         88 CTL-MODE-REPRISE VALUE 'R'.
000442         88 CTL-MODE-FORCE VALUE 'F'.
000443     02 CTL-DATE-REFERENCE PIC 9(08).
000444     02 FILLER PIC x(07).
000445 01  CTL-DATE-ENREG.
000446     02 FILLER PIC x(16).
000447     02 CTL-DM-ETAT PIC x(01).
000448         88 CTL-DM-OUVERTE VALUE 'O'.
000449         88 CTL-DM-FERMEE VALUE 'F'.
000450     02 CTL-DM-DATE-COURANTE PIC 9(08).
000451     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
000452     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
000453     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
000454     02 CTL-DM-ZONE PIC x(02).
000455     02 CTL-DM-JOUR-OUVRE PIC x(01).
000456         88 CTL-DM-OUVRE VALUE 'O'.
000457     02 CTL-DM-FIN-MOIS PIC x(01).
000458         88 CTL-DM-DERNIER-OUVRE VALUE 'O'.
000459     02 FILLER PIC x(47).
000460 FD  CALENDRIER-FILE
000461     LABEL RECORDS ARE STANDARD.
000462 01  CALENDRIER-ENREG.
000463     02 CAL-CLE.
000464         03 CAL-ZONE PIC x(02).
000465         03 CAL-DATE PIC 9(08).
000466         03 CAL-DATE-R REDEFINES CAL-DATE.
000467             04 CAL-ANNEE PIC 9(04).
000468             04 CAL-MOIS PIC 9(02).
000469             04 CAL-JOUR PIC 9(02).
000470     02 CAL-LIBELLE PIC x(30).
000471     02 CAL-ORIGINE PIC x(01).
000472     02 CAL-DATE-MAJ PIC 9(08).
000473     02 FILLER PIC x(07).
000480
000490 WORKING-STORAGE SECTION.
000500
000550     88 SESSION-OK VALUE '00'.
000560
000570* Action demandee en SYSIN : OUVRIR ou FERMER la fenetre batch,
000571* LIBERER le drapeau de session en ligne.
000572 77 action-demandee PIC x(08).
000573     88 action-ouvrir VALUE 'OUVRIR'.
000574     88 action-fermer VALUE 'FERMER'.
000575     88 action-liberer VALUE 'LIBERER'.
000576
000577* Date metier de la chaine (fichier de controle RUNCTL) : posee a
000578* l'ouverture de la fenetre (seconde ligne de SYSIN, AAAAMMJJ, a
000579* blanc = date du jour), lue par chaque programme de la chaine.
000580* L'ouverture d'une nouvelle date est refusee tant que la chaine
000581* de la date precedente n'est pas close (FENBAT FERMER), ainsi que
000582* la reouverture d'une date close ou anterieure, sauf forcage
000583* (CTLCHN FORCER FENBAT-O).
000584 01 RUNCTL-STATUS PIC x(02).
000585     88 RUNCTL-OK VALUE '00'.
000586     88 RUNCTL-INEXISTANT VALUE '35'.
000587 01 date-saisie PIC x(08).
000588 01 date-metier PIC 9(08).
000589 01 date-courante PIC 9(08).
000590 77 date-existante-sw PIC x(01).
000591     88 date-existante VALUE 'O'.
000592 77 ctl-existant-sw PIC x(01).
000593     88 ctl-existant VALUE 'O'.
000594 77 ouverture-refusee-sw PIC x(01).
000595     88 ouverture-refusee VALUE 'O'.
000596 77 execution-forcee-sw PIC x(01).
000597     88 execution-forcee VALUE 'O'.
000598
000599* Calendrier des jours non ouvres (CALEND, tenu par GESCAL) :
000600* la zone nationale FR s'applique toujours, la zone regionale
000601* de la chaine (troisieme ligne de SYSIN d'OUVRIR, a blanc =
000602* aucune) s'y ajoute ; samedis et dimanches sont non ouvres.
000603* Calendrier absent : seuls les samedis et dimanches comptent.
000604 01 CALENDRIER-STATUS PIC x(02).
000605     88 CALENDRIER-OK VALUE '00'.
000606 77 zone-saisie PIC x(02).
000607 77 calendrier-present-sw PIC x(01).
000608     88 calendrier-present VALUE 'O'.
000609 77 jour-ouvre-sw PIC x(01).
000610     88 jour-ouvre VALUE 'O'.
000611 77 mois-metier PIC 9(02).
000612 01 date-calcul PIC 9(08).
000613 01 date-calcul-r REDEFINES date-calcul.
000614     02 dc-annee PIC 9(04).
000615     02 dc-mois PIC 9(02).
000616     02 dc-jour PIC 9(02).
000617 01 TABLE-JOURS-MOIS PIC x(24) VALUE '312831303130313130313031'.
000618 01 JOURS-MOIS-REDEF REDEFINES TABLE-JOURS-MOIS.
000619     02 JOUR-MAX-MOIS PIC 9(02) OCCURS 12 TIMES.
000620 77 jour-max-du-mois PIC 9(02).
000621 77 bissextile-sw PIC x(01).
000622     88 annee-bissextile VALUE 'O'.
000623 77 reste-4 PIC 9(02).
000624 77 reste-100 PIC 9(02).
000625 77 reste-400 PIC 9(03).
000626 77 quotient-annee PIC 9(04).
000627* Jour de la semaine (1 = lundi ... 7 = dimanche) par la
000628* congruence de Zeller.
000629 77 jour-semaine PIC 9(01).
000630 77 zl-mois PIC 9(02) COMP.
000631 77 zl-annee PIC 9(04) COMP.
000632 77 zl-siecle PIC 9(02) COMP.
000633 77 zl-an PIC 9(02) COMP.
000634 77 zl-terme PIC 9(03) COMP.
000635 77 zl-somme PIC 9(05) COMP.
000636 77 zl-quotient PIC 9(05) COMP.
000637 77 zl-reste PIC 9(01) COMP.
000638
000640 PROCEDURE DIVISION.
000650
000660******************************************************************
000730     ACCEPT action-demandee.
000740     EVALUATE TRUE
000750         WHEN action-ouvrir
000754             PERFORM 3000-POSER-DATE-METIER THRU 3000-EXIT
000758             IF NOT ouverture-refusee
000762                 PERFORM 1000-ECRIRE-FENETRE THRU 1000-EXIT
000766             END-IF
000770         WHEN action-fermer
000780             PERFORM 1000-ECRIRE-FENETRE THRU 1000-EXIT
000785             PERFORM 3500-CLORE-DATE-METIER THRU 3500-EXIT
000790         WHEN action-liberer
000800             PERFORM 2000-LIBERER-SESSION THRU 2000-EXIT
000810         WHEN OTHER
001490 2000-EXIT.
001500     EXIT.
001510
001520******************************************************************
001530* 3000-POSER-DATE-METIER
001540*    Ouverture de la chaine : controle et pose la date metier dans
001550*    le fichier de controle RUNCTL (cree au premier passage) et
001560*    inscrit le passage FENBAT-O termine pour cette date. Refus
001570*    (code retour 8, fenetre non ouverte) : chaine de la date
001580*    precedente non close, date deja close ou anterieure a la date
001590*    courante, sauf forcage. La relance de l'ouverture sur la date
001600*    encore ouverte est admise.
001610******************************************************************
001620 3000-POSER-DATE-METIER.
001630     MOVE 'N' TO ouverture-refusee-sw.
001640     MOVE 'N' TO execution-forcee-sw.
001650     MOVE SPACES TO date-saisie.
001660     MOVE SPACES TO zone-saisie.
001670     ACCEPT date-saisie.
001680     ACCEPT zone-saisie.
001690     IF zone-saisie = 'FR'
001700         MOVE SPACES TO zone-saisie
001710     END-IF.
001720     IF date-saisie = SPACES
001730         ACCEPT date-metier FROM DATE YYYYMMDD
001740     ELSE
001750         IF date-saisie NOT NUMERIC
001760             DISPLAY "FENBAT : DATE METIER INVALIDE EN SYSIN : "
001770                 date-saisie " (AAAAMMJJ ATTENDU)."
001780             SET ouverture-refusee TO TRUE
001790             MOVE 8 TO RETURN-CODE
001800             GO TO 3000-EXIT
001810         END-IF
001820         MOVE date-saisie TO date-metier
001830     END-IF.
001840     OPEN I-O RUNCTL-FILE.
001850     IF RUNCTL-INEXISTANT
001860         OPEN OUTPUT RUNCTL-FILE
001870         CLOSE RUNCTL-FILE
001880         OPEN I-O RUNCTL-FILE
001890     END-IF.
001900     IF NOT RUNCTL-OK
001910         DISPLAY "FENBAT : FICHIER DE CONTROLE RUNCTL"
001920             " INACCESSIBLE"
001930             " - CODE " RUNCTL-STATUS
001940         SET ouverture-refusee TO TRUE
001950         MOVE 8 TO RETURN-CODE
001960         GO TO 3000-EXIT
001970     END-IF.
001980     MOVE 'O' TO ctl-existant-sw.
001990     MOVE date-metier TO CTL-DATE-METIER.
002000     MOVE 'FENBAT-O' TO CTL-TRAITEMENT.
002010     READ RUNCTL-FILE
002020         INVALID KEY
002030             PERFORM 3010-INITIALISER-CONTROLE THRU 3010-EXIT
002040     END-READ.
002050     IF CTL-FORCE
002060         SET execution-forcee TO TRUE
002070     END-IF.
002080     MOVE 'O' TO date-existante-sw.
002090     MOVE ZERO TO CTL-DATE-METIER.
002100     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
002110     READ RUNCTL-FILE
002120         INVALID KEY
002130             MOVE 'N' TO date-existante-sw
002140     END-READ.
002150     IF NOT date-existante OR execution-forcee
002160         GO TO 3000-POSER
002170     END-IF.
002180     MOVE CTL-DM-DATE-COURANTE TO date-courante.
002190     IF date-metier < date-courante
002200         DISPLAY "FENBAT : DATE METIER " date-metier
002210             " ANTERIEURE A LA DATE COURANTE " date-courante
002220             " - OUVERTURE REFUSEE."
002230         SET ouverture-refusee TO TRUE
002240     END-IF.
002250     IF date-metier = date-courante AND CTL-DM-FERMEE
002260         DISPLAY "FENBAT : CHAINE DU " date-metier " DEJA CLOSE"
002270             " - OUVERTURE REFUSEE SAUF FORCAGE."
002280         SET ouverture-refusee TO TRUE
002290     END-IF.
002300     IF date-metier > date-courante AND CTL-DM-OUVERTE
002310         DISPLAY "FENBAT : CHAINE DU " date-courante " NON CLOSE"
002320             " (FENBAT FERMER) - OUVERTURE DU " date-metier
002330             " REFUSEE."
002340         SET ouverture-refusee TO TRUE
002350     END-IF.
002360     IF ouverture-refusee
002370         MOVE 8 TO RETURN-CODE
002380         CLOSE RUNCTL-FILE
002390         GO TO 3000-EXIT
002400     END-IF.
002410     IF date-metier = date-courante
002420         DISPLAY "FENBAT : DATE METIER " date-metier
002430             " DEJA OUVERTE - RELANCE DE L'OUVERTURE."
002440     END-IF.
002450 3000-POSER.
002460     IF NOT date-existante
002470         MOVE ZERO TO CTL-DM-DATE-COURANTE
002480         MOVE ZERO TO CTL-DM-DATE-PRECEDENTE
002490     END-IF.
002500     IF CTL-DM-DATE-COURANTE NOT = date-metier
002510         MOVE CTL-DM-DATE-COURANTE TO CTL-DM-DATE-PRECEDENTE
002520     END-IF.
002530     MOVE ZERO TO CTL-DATE-METIER.
002540     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
002550     MOVE 'O' TO CTL-DM-ETAT.
002560     MOVE date-metier TO CTL-DM-DATE-COURANTE.
002570     ACCEPT CTL-DM-DATE-OUVERTURE FROM DATE YYYYMMDD.
002580     ACCEPT CTL-DM-HEURE-OUVERTURE FROM TIME.
002590     MOVE SPACES TO CTL-DATE-ENREG(50:51).
002600     PERFORM 3600-QUALIFIER-DATE-METIER THRU 3600-EXIT.
002610     IF date-existante
002620         REWRITE CTL-DATE-ENREG
002630     ELSE
002640         WRITE CTL-DATE-ENREG
002650     END-IF.
002660     IF NOT RUNCTL-OK
002670         DISPLAY "FENBAT : ERREUR ECRITURE DATE METIER - CODE "
002680             RUNCTL-STATUS
002690         SET ouverture-refusee TO TRUE
002700         MOVE 8 TO RETURN-CODE
002710         CLOSE RUNCTL-FILE
002720         GO TO 3000-EXIT
002730     END-IF.
002740     MOVE date-metier TO CTL-DATE-METIER.
002750     MOVE 'FENBAT-O' TO CTL-TRAITEMENT.
002760     READ RUNCTL-FILE
002770         INVALID KEY
002780             PERFORM 3010-INITIALISER-CONTROLE THRU 3010-EXIT
002790     END-READ.
002800     MOVE 'N' TO CTL-MODE.
002810     IF execution-forcee
002820         MOVE 'F' TO CTL-MODE
002830     END-IF.
002840     PERFORM 3100-INSCRIRE-PASSAGE THRU 3100-EXIT.
002850     CLOSE RUNCTL-FILE.
002860     DISPLAY "FENBAT : DATE METIER " date-metier " POSEE.".
002870 3000-EXIT.
002880     EXIT.
002890
002900 3010-INITIALISER-CONTROLE.
002910     MOVE 'N' TO ctl-existant-sw.
002920     MOVE SPACES TO CTL-ENREG(17:84).
002930     MOVE ZERO TO CTL-NB-PASSAGES.
002940 3010-EXIT.
002950     EXIT.
002960
002970******************************************************************
002980* 3100-INSCRIRE-PASSAGE
002990*    Inscrit dans RUNCTL le passage termine de l'enregistrement
003000*    courant (FENBAT-O ou FENBAT-F) pour la date metier.
003010******************************************************************
003020 3100-INSCRIRE-PASSAGE.
003030     MOVE 'T' TO CTL-ETAT.
003040     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
003050     ACCEPT CTL-HEURE-DEBUT FROM TIME.
003060     MOVE CTL-DATE-DEBUT TO CTL-DATE-FIN.
003070     MOVE CTL-HEURE-DEBUT TO CTL-HEURE-FIN.
003080     MOVE ZERO TO CTL-CODE-RETOUR.
003090     MOVE ZERO TO CTL-NB-LUS.
003100     MOVE ZERO TO CTL-NB-ECRITS.
003110     MOVE ZERO TO CTL-NB-REJETS.
003120     ADD 1 TO CTL-NB-PASSAGES.
003130     MOVE 'N' TO CTL-FORCAGE.
003140     MOVE date-metier TO CTL-DATE-REFERENCE.
003150     IF ctl-existant
003160         REWRITE CTL-ENREG
003170     ELSE
003180         WRITE CTL-ENREG
003190     END-IF.
003200     IF NOT RUNCTL-OK
003210         DISPLAY "FENBAT : ERREUR ECRITURE RUNCTL - CODE "
003220             RUNCTL-STATUS
003230         MOVE 8 TO RETURN-CODE
003240     END-IF.
003250 3100-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290* 3500-CLORE-DATE-METIER
003300*    Fermeture de la chaine : marque la date metier close dans
003310*    RUNCTL et inscrit le passage FENBAT-F. La fenetre est
003320*    refermee meme si des traitements de la chaine ont echoue :
003330*    le rapport d'etat de la chaine (CTLCHN) les signale.
003340******************************************************************
003350 3500-CLORE-DATE-METIER.
003360     OPEN I-O RUNCTL-FILE.
003370     IF NOT RUNCTL-OK
003380         DISPLAY "FENBAT : FICHIER DE CONTROLE RUNCTL"
003390             " INACCESSIBLE"
003400             " - CODE " RUNCTL-STATUS " - DATE METIER NON CLOSE."
003410         MOVE 4 TO RETURN-CODE
003420         GO TO 3500-EXIT
003430     END-IF.
003440     MOVE ZERO TO CTL-DATE-METIER.
003450     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
003460     READ RUNCTL-FILE
003470         INVALID KEY
003480             DISPLAY "FENBAT : AUCUNE DATE METIER POSEE - RIEN A"
003490                 " CLORE."
003500             MOVE 4 TO RETURN-CODE
003510             CLOSE RUNCTL-FILE
003520             GO TO 3500-EXIT
003530     END-READ.
003540     MOVE CTL-DM-DATE-COURANTE TO date-metier.
003550     MOVE 'F' TO CTL-DM-ETAT.
003560     REWRITE CTL-DATE-ENREG.
003570     IF NOT RUNCTL-OK
003580         DISPLAY "FENBAT : ERREUR ECRITURE DATE METIER - CODE "
003590             RUNCTL-STATUS
003600         MOVE 4 TO RETURN-CODE
003610         CLOSE RUNCTL-FILE
003620         GO TO 3500-EXIT
003630     END-IF.
003640     MOVE 'O' TO ctl-existant-sw.
003650     MOVE date-metier TO CTL-DATE-METIER.
003660     MOVE 'FENBAT-F' TO CTL-TRAITEMENT.
003670     READ RUNCTL-FILE
003680         INVALID KEY
003690             PERFORM 3010-INITIALISER-CONTROLE THRU 3010-EXIT
003700     END-READ.
003710     MOVE 'N' TO CTL-MODE.
003720     PERFORM 3100-INSCRIRE-PASSAGE THRU 3100-EXIT.
003730     CLOSE RUNCTL-FILE.
003740     DISPLAY "FENBAT : CHAINE DU " date-metier " CLOSE.".
003750 3500-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790* 3600-QUALIFIER-DATE-METIER
003800*    Pose dans l'enregistrement DATEMETR la zone regionale de la
003810*    chaine, le drapeau de jour ouvre et le drapeau de dernier
003820*    jour ouvre du mois (aucun jour ouvre entre le lendemain et
003830*    la fin du mois), lus par CTLCHN FINMOIS pour les
003840*    traitements mensuels. Calendrier absent ou annee non
003850*    chargee : simple avertissement, la chaine n'est pas
003860*    arretee.
003870******************************************************************
003880 3600-QUALIFIER-DATE-METIER.
003890     MOVE zone-saisie TO CTL-DM-ZONE.
003900     MOVE 'N' TO CTL-DM-JOUR-OUVRE.
003910     MOVE 'N' TO CTL-DM-FIN-MOIS.
003920     MOVE 'N' TO calendrier-present-sw.
003930     MOVE date-metier TO date-calcul.
003940     MOVE dc-mois TO mois-metier.
003950     OPEN INPUT CALENDRIER-FILE.
003960     IF CALENDRIER-OK
003970         SET calendrier-present TO TRUE
003980         PERFORM 3630-CONTROLER-ANNEE THRU 3630-EXIT
003990     ELSE
004000         DISPLAY "FENBAT : CALENDRIER DES JOURS NON OUVRES"
004010             " INACCESSIBLE - CODE " CALENDRIER-STATUS
004020         DISPLAY "FENBAT : SEULS LES SAMEDIS ET DIMANCHES SONT"
004030             " TRAITES COMME NON OUVRES."
004040     END-IF.
004050     MOVE date-metier TO date-calcul.
004060     PERFORM 3610-TESTER-JOUR-OUVRE THRU 3610-EXIT.
004070     IF jour-ouvre
004080         MOVE 'O' TO CTL-DM-JOUR-OUVRE
004090         MOVE 'N' TO jour-ouvre-sw
004100         PERFORM 3620-JOUR-OUVRE-SUIVANT THRU 3620-EXIT
004110             UNTIL jour-ouvre OR dc-mois NOT = mois-metier
004120         IF dc-mois NOT = mois-metier
004130             MOVE 'O' TO CTL-DM-FIN-MOIS
004140         END-IF
004150     END-IF.
004160     IF calendrier-present
004170         CLOSE CALENDRIER-FILE
004180     END-IF.
004190     DISPLAY "FENBAT : DATE METIER " date-metier " - ZONE FR "
004200         CTL-DM-ZONE " - JOUR OUVRE " CTL-DM-JOUR-OUVRE
004210         " - DERNIER JOUR OUVRE DU MOIS " CTL-DM-FIN-MOIS.
004220 3600-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260* 3610-TESTER-JOUR-OUVRE
004270*    date-calcul est ouvre si ce n'est ni un samedi, ni un
004280*    dimanche, ni un jour du calendrier pour la zone FR ou pour
004290*    la zone regionale de la chaine.
004300******************************************************************
004310 3610-TESTER-JOUR-OUVRE.
004320     MOVE 'N' TO jour-ouvre-sw.
004330     PERFORM 3700-JOUR-SEMAINE THRU 3700-EXIT.
004340     IF jour-semaine > 5
004350         GO TO 3610-EXIT
004360     END-IF.
004370     IF calendrier-present
004380         MOVE 'FR' TO CAL-ZONE
004390         MOVE date-calcul TO CAL-DATE
004400         READ CALENDRIER-FILE
004410             INVALID KEY
004420                 CONTINUE
004430         END-READ
004440         IF CALENDRIER-OK
004450             GO TO 3610-EXIT
004460         END-IF
004470         IF zone-saisie NOT = SPACES
004480             MOVE zone-saisie TO CAL-ZONE
004490             MOVE date-calcul TO CAL-DATE
004500             READ CALENDRIER-FILE
004510                 INVALID KEY
004520                     CONTINUE
004530             END-READ
004540             IF CALENDRIER-OK
004550                 GO TO 3610-EXIT
004560             END-IF
004570         END-IF
004580     END-IF.
004590     SET jour-ouvre TO TRUE.
004600 3610-EXIT.
004610     EXIT.
004620
004630 3620-JOUR-OUVRE-SUIVANT.
004640     PERFORM 3710-DETERMINER-JOUR-MAX THRU 3710-EXIT.
004650     IF dc-jour < jour-max-du-mois
004660         ADD 1 TO dc-jour
004670     ELSE
004680         MOVE 1 TO dc-jour
004690         IF dc-mois < 12
004700             ADD 1 TO dc-mois
004710         ELSE
004720             MOVE 1 TO dc-mois
004730             ADD 1 TO dc-annee
004740         END-IF
004750     END-IF.
004760     IF dc-mois = mois-metier
004770         PERFORM 3610-TESTER-JOUR-OUVRE THRU 3610-EXIT
004780     END-IF.
004790 3620-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830* 3630-CONTROLER-ANNEE
004840*    Avertit si aucun jour ferie de la zone FR n'est enregistre
004850*    pour l'annee de la date metier (annee non chargee par
004860*    GESCAL GENERER).
004870******************************************************************
004880 3630-CONTROLER-ANNEE.
004890     MOVE 'FR' TO CAL-ZONE.
004900     MOVE dc-annee TO CAL-ANNEE.
004910     MOVE 01 TO CAL-MOIS.
004920     MOVE 01 TO CAL-JOUR.
004930     START CALENDRIER-FILE KEY IS NOT LESS THAN CAL-CLE
004940         INVALID KEY
004950             GO TO 3630-ABSENTE
004960     END-START.
004970     READ CALENDRIER-FILE NEXT RECORD
004980         AT END
004990             GO TO 3630-ABSENTE
005000     END-READ.
005010     IF CAL-ZONE = 'FR' AND CAL-ANNEE = dc-annee
005020         GO TO 3630-EXIT
005030     END-IF.
005040 3630-ABSENTE.
005050     DISPLAY "FENBAT : AUCUN JOUR FERIE FR ENREGISTRE POUR "
005060         dc-annee " (JOB GESCAL, ACTION GENERER).".
005070 3630-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110* 3700-JOUR-SEMAINE
005120*    Jour de la semaine de date-calcul (1 = lundi ... 7 =
005130*    dimanche) ; janvier et fevrier comptent comme les mois 13
005140*    et 14 de l'annee precedente.
005150******************************************************************
005160 3700-JOUR-SEMAINE.
005170     MOVE dc-mois TO zl-mois.
005180     MOVE dc-annee TO zl-annee.
005190     IF zl-mois < 3
005200         ADD 12 TO zl-mois
005210         SUBTRACT 1 FROM zl-annee
005220     END-IF.
005230     DIVIDE zl-annee BY 100 GIVING zl-siecle REMAINDER zl-an.
005240     COMPUTE zl-somme = 13 * (zl-mois + 1).
005250     DIVIDE zl-somme BY 5 GIVING zl-terme.
005260     COMPUTE zl-somme = dc-jour + zl-terme + zl-an
005270         + 5 * zl-siecle + 5.
005280     DIVIDE zl-an BY 4 GIVING zl-terme.
005290     ADD zl-terme TO zl-somme.
005300     DIVIDE zl-siecle BY 4 GIVING zl-terme.
005310     ADD zl-terme TO zl-somme.
005320     DIVIDE zl-somme BY 7 GIVING zl-quotient REMAINDER zl-reste.
005330     COMPUTE jour-semaine = zl-reste + 1.
005340 3700-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380* 3710-DETERMINER-JOUR-MAX
005390*    Nombre de jours du mois de date-calcul, 29 fevrier les
005400*    annees bissextiles.
005410******************************************************************
005420 3710-DETERMINER-JOUR-MAX.
005430     MOVE JOUR-MAX-MOIS(dc-mois) TO jour-max-du-mois.
005440     IF dc-mois = 2
005450         DIVIDE dc-annee BY 4 GIVING quotient-annee
005460             REMAINDER reste-4
005470         DIVIDE dc-annee BY 100 GIVING quotient-annee
005480             REMAINDER reste-100
005490         DIVIDE dc-annee BY 400 GIVING quotient-annee
005500             REMAINDER reste-400
005510         IF reste-4 = 0 AND (reste-100 NOT = 0 OR reste-400 = 0)
005520             MOVE 'O' TO bissextile-sw
005530         ELSE
005540             MOVE 'N' TO bissextile-sw
005550         END-IF
005560         IF annee-bissextile
005570             ADD 1 TO jour-max-du-mois
005580         END-IF
005590     END-IF.
005600 3710-EXIT.
005610     EXIT.
005620
005630 END PROGRAM FENBAT.
