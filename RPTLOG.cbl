000210*                  CLIENTLOG : DETAIL EN ORDRE CHRONOLOGIQUE,
000220*                  TOTAUX PAR OPERATION ET ALERTES (SUPPRESSION
000230*                  SANS CREATION ANTERIEURE DANS LE JOURNAL EN
000231*                  LIGNE, EXCES DE SUPPRESSIONS SUR UNE JOURNEE).
000232* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER
000233*                  CLIENTLOG : NOUVELLE ZONE CLOG-OPERATEUR
000234*                  (IDENTIFIANT DE L'OPERATEUR EN LIGNE, NOM DU
000235*                  PROGRAMME POUR LES TRAITEMENTS BATCH).
000236* 15/10/2026 JLY   L'IDENTIFIANT DE L'OPERATEUR EST EDITE SUR
000237*                  CHAQUE LIGNE DE DETAIL ; LES ECHECS
000238*                  D'IDENTIFICATION A L'ECRAN EN LIGNE ET LES
000239*                  VERROUILLAGES D'OPERATEURS SONT SIGNALES EN
000240*                  ALERTE ET TOTALISES.
000241* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000242*                  PASSAGE EST INSCRIT POUR LA DATE METIER POSEE
000243*                  PAR FENBAT OUVRIR (DEBUT, FIN, CODE RETOUR,
000244*                  COMPTEURS). SECOND PASSAGE REFUSE (RC 4) SAUF
000245*                  FORCAGE PAR CTLCHN, REFUS (RC 8) SI FENBAT
000246*                  OUVRIR N'EST PAS TERMINE.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. RPTLOG.
000340     SELECT RAPPORT-FILE ASSIGN TO "ACTRPT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS RAPPORT-STATUS.
000361     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS RANDOM
000364         RECORD KEY IS CTL-CLE
000365         FILE STATUS IS RUNCTL-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  CLIENT-LOG-FILE
000440     02 CLOG-OPERATION PIC x(12).
000450     02 CLOG-DATE PIC 9(08).
000460     02 CLOG-HEURE PIC 9(08).
000461     02 CLOG-OPERATEUR PIC x(08).
000462 FD  RAPPORT-FILE
000463     LABEL RECORDS ARE STANDARD.
000464 01  RAP-LIGNE PIC x(132).
000465
000466 FD  RUNCTL-FILE
000467     LABEL RECORDS ARE STANDARD.
000468 01  CTL-ENREG.
000469     02 CTL-CLE.
000470         03 CTL-DATE-METIER PIC 9(08).
000471         03 CTL-TRAITEMENT PIC x(08).
000472     02 CTL-ETAT PIC x(01).
000473         88 CTL-EN-COURS VALUE 'E'.
000474         88 CTL-TERMINE VALUE 'T'.
000475         88 CTL-ANOMALIE VALUE 'A'.
000476         88 CTL-REFUSE VALUE 'R'.
000477     02 CTL-DATE-DEBUT PIC 9(08).
000478     02 CTL-HEURE-DEBUT PIC 9(08).
000479     02 CTL-DATE-FIN PIC 9(08).
000480     02 CTL-HEURE-FIN PIC 9(08).
000481     02 CTL-CODE-RETOUR PIC 9(04).
000482     02 CTL-NB-LUS PIC 9(09).
000483     02 CTL-NB-ECRITS PIC 9(09).
000484     02 CTL-NB-REJETS PIC 9(09).
000485     02 CTL-NB-PASSAGES PIC 9(03).
000486     02 CTL-FORCAGE PIC x(01).
000487         88 CTL-FORCE VALUE 'O'.
000488     02 CTL-MODE PIC x(01).
000489         88 CTL-MODE-NORMAL VALUE 'N'.
000490         88 CTL-MODE-REPRISE VALUE 'R'.
000491         88 CTL-MODE-FORCE VALUE 'F'.
000492     02 CTL-DATE-REFERENCE PIC 9(08).
000493     02 FILLER PIC x(07).
000494 01  CTL-DATE-ENREG.
000495     02 FILLER PIC x(16).
000496     02 CTL-DM-ETAT PIC x(01).
000497         88 CTL-DM-OUVERTE VALUE 'O'.
000498         88 CTL-DM-FERMEE VALUE 'F'.
000499     02 CTL-DM-DATE-COURANTE PIC 9(08).
000500     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
000501     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
000502     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
000503     02 FILLER PIC x(51).
000510 WORKING-STORAGE SECTION.
000520
000530 01 CLIENT-LOG-STATUS PIC x(02).
000790 77 nb-autres PIC 9(07) COMP VALUE ZERO.
000800 77 nb-operations PIC 9(07) COMP VALUE ZERO.
000810 77 nb-alertes PIC 9(07) COMP VALUE ZERO.
000813 77 nb-echecs-connexion PIC 9(07) COMP VALUE ZERO.
000816 77 nb-verrouillages PIC 9(07) COMP VALUE ZERO.
000820
000830* Comptage des suppressions de la journee en cours (le journal
000840* est chronologique : la rupture de date clot la journee).
001250     02 rd-nom PIC x(30).
001260     02 FILLER PIC x(01) VALUE SPACE.
001270     02 rd-operation PIC x(12).
001273     02 FILLER PIC x(01) VALUE SPACE.
001276     02 rd-operateur PIC x(08).
001280
001290 01 rap-alerte.
001300     02 FILLER PIC x(04) VALUE SPACES.
001301     02 FILLER PIC x(09) VALUE "** ALERTE".
001302     02 FILLER PIC x(03) VALUE " : ".
001303     02 ra-texte PIC x(115).
001304
001305* Controle d'execution de la chaine (fichier RUNCTL) : date metier
001306* posee par FENBAT OUVRIR, second passage reussi pour la meme date
001307* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
001308* demarrage refuse tant que le traitement prerequis n'est pas
001309* termine pour la date metier.
001310 01 RUNCTL-STATUS PIC x(02).
001311     88 RUNCTL-OK VALUE '00'.
001312     88 RUNCTL-INEXISTANT VALUE '35'.
001313 77 ctl-programme PIC x(08) VALUE 'RPTLOG'.
001314 77 ctl-prerequis PIC x(08) VALUE 'FENBAT-O'.
001315 77 ctl-periodicite PIC x(01) VALUE 'J'.
001316     88 ctl-quotidien VALUE 'J'.
001317     88 ctl-mensuel VALUE 'M'.
001318     88 ctl-annuel VALUE 'A'.
001319 77 ctl-existant-sw PIC x(01).
001320     88 ctl-existant VALUE 'O'.
001321 77 execution-refusee-sw PIC x(01) VALUE 'N'.
001322     88 execution-refusee VALUE 'O'.
001323 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
001324     88 execution-inscrite VALUE 'O'.
001325 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
001326     88 execution-interrompue VALUE 'O'.
001327 77 execution-forcee-sw PIC x(01) VALUE 'N'.
001328     88 execution-forcee VALUE 'O'.
001329 01 controle-sauve PIC x(100).
001330 01 date-metier PIC 9(08).
001331 01 periode-controle PIC 9(08).
001332 01 periode-controle-decoupe REDEFINES periode-controle.
001333     02 pc-aaaa PIC 9(04).
001334     02 pc-mm PIC 9(02).
001335     02 pc-jj PIC 9(02).
001340
001350 PROCEDURE DIVISION.
001360
001400*    et les alertes puis les totaux par operation.
001410******************************************************************
001420 0000-MAINLINE.
001422     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
001424     IF execution-refusee
001426         STOP RUN
001428     END-IF.
001430     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001440     IF NOT rapport-echoue
001450         PERFORM 2000-TRAITER-ENREG THRU 2000-EXIT
001470         PERFORM 2500-CLORE-JOURNEE THRU 2500-EXIT
001480         PERFORM 9000-TERMINAISON THRU 9000-EXIT
001490     END-IF.
001495     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
001500     STOP RUN.
001501
001502******************************************************************
001503* 0600-OUVRIR-CONTROLE
001504*    Controle d'execution (fichier RUNCTL) : lit la date metier
001505*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
001506*    la meme date ou periode (code retour 4) sauf forcage, refuse
001507*    le demarrage tant que le prerequis n'est pas termine pour la
001508*    date metier (code retour 8), puis inscrit le passage a l'etat
001509*    en cours. Un passage precedent reste en cours ou termine en
001510*    anomalie signale une relance apres incident.
001511******************************************************************
001512 0600-OUVRIR-CONTROLE.
001513     MOVE 'N' TO execution-refusee-sw.
001514     MOVE 'N' TO execution-inscrite-sw.
001515     MOVE 'N' TO execution-interrompue-sw.
001516     MOVE 'N' TO execution-forcee-sw.
001517     OPEN I-O RUNCTL-FILE.
001518     IF NOT RUNCTL-OK
001519         DISPLAY "RPTLOG : FICHIER DE CONTROLE RUNCTL"
001520             " INACCESSIBLE - CODE " RUNCTL-STATUS
001521             " - JOB REFUSE."
001522         SET execution-refusee TO TRUE
001523         MOVE 8 TO RETURN-CODE
001524         GO TO 0600-EXIT
001525     END-IF.
001526     MOVE ZERO TO CTL-DATE-METIER.
001527     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
001528     READ RUNCTL-FILE
001529         INVALID KEY
001530             DISPLAY "RPTLOG : DATE METIER NON POSEE"
001531                 " (FENBAT OUVRIR) - JOB REFUSE."
001532             SET execution-refusee TO TRUE
001533             MOVE 8 TO RETURN-CODE
001534             CLOSE RUNCTL-FILE
001535             GO TO 0600-EXIT
001536     END-READ.
001537     MOVE CTL-DM-DATE-COURANTE TO date-metier.
001538     MOVE date-metier TO periode-controle.
001539     IF ctl-mensuel
001540         MOVE ZERO TO pc-jj
001541     END-IF.
001542     IF ctl-annuel
001543         MOVE ZERO TO pc-mm
001544         MOVE ZERO TO pc-jj
001545     END-IF.
001546     MOVE 'O' TO ctl-existant-sw.
001547     MOVE periode-controle TO CTL-DATE-METIER.
001548     MOVE ctl-programme TO CTL-TRAITEMENT.
001549     READ RUNCTL-FILE
001550         INVALID KEY
001551             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
001552     END-READ.
001553     IF CTL-FORCE
001554         SET execution-forcee TO TRUE
001555     END-IF.
001556     IF CTL-TERMINE AND NOT execution-forcee
001557         DISPLAY "RPTLOG : DEJA TERMINE POUR " periode-controle
001558             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
001559             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
001560         SET execution-refusee TO TRUE
001561         MOVE 4 TO RETURN-CODE
001562         CLOSE RUNCTL-FILE
001563         GO TO 0600-EXIT
001564     END-IF.
001565     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
001566         SET execution-interrompue TO TRUE
001567     END-IF.
001568     MOVE CTL-ENREG TO controle-sauve.
001569     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
001570         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
001571     END-IF.
001572     MOVE controle-sauve TO CTL-ENREG.
001573     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
001574     ACCEPT CTL-HEURE-DEBUT FROM TIME.
001575     MOVE ZERO TO CTL-DATE-FIN.
001576     MOVE ZERO TO CTL-HEURE-FIN.
001577     MOVE date-metier TO CTL-DATE-REFERENCE.
001578     ADD 1 TO CTL-NB-PASSAGES.
001579     IF execution-refusee
001580         GO TO 0600-REFUS
001581     END-IF.
001582     MOVE 'E' TO CTL-ETAT.
001583     MOVE ZERO TO CTL-CODE-RETOUR.
001584     MOVE ZERO TO CTL-NB-LUS.
001585     MOVE ZERO TO CTL-NB-ECRITS.
001586     MOVE ZERO TO CTL-NB-REJETS.
001587     MOVE 'N' TO CTL-FORCAGE.
001588     MOVE 'N' TO CTL-MODE.
001589     IF execution-interrompue
001590         MOVE 'R' TO CTL-MODE
001591         DISPLAY "RPTLOG : PASSAGE PRECEDENT INTERROMPU POUR "
001592             periode-controle " - RELANCE APRES INCIDENT."
001593     END-IF.
001594     IF execution-forcee
001595         MOVE 'F' TO CTL-MODE
001596         DISPLAY "RPTLOG : PASSAGE FORCE POUR "
001597             periode-controle "."
001598     END-IF.
001599     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
001600     IF NOT execution-refusee
001601         SET execution-inscrite TO TRUE
001602     END-IF.
001603     CLOSE RUNCTL-FILE.
001604     GO TO 0600-EXIT.
001605 0600-REFUS.
001606*    Un passage interrompu garde son etat : seul un refus sur un
001607*    traitement non encore lance (ou deja refuse) est inscrit.
001608     IF ctl-existant AND NOT CTL-REFUSE
001609         CLOSE RUNCTL-FILE
001610         GO TO 0600-EXIT
001611     END-IF.
001612     MOVE 'R' TO CTL-ETAT.
001613     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
001614     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
001615     CLOSE RUNCTL-FILE.
001616 0600-EXIT.
001617     EXIT.
001618
001619******************************************************************
001620* 0610-INITIALISER-CONTROLE
001621*    Prepare un enregistrement de controle vierge pour le
001622*    traitement et la periode courants (premier passage).
001623******************************************************************
001624 0610-INITIALISER-CONTROLE.
001625     MOVE 'N' TO ctl-existant-sw.
001626     MOVE SPACES TO CTL-ENREG.
001627     MOVE periode-controle TO CTL-DATE-METIER.
001628     MOVE ctl-programme TO CTL-TRAITEMENT.
001629     MOVE ZERO TO CTL-CODE-RETOUR.
001630     MOVE ZERO TO CTL-NB-LUS.
001631     MOVE ZERO TO CTL-NB-ECRITS.
001632     MOVE ZERO TO CTL-NB-REJETS.
001633     MOVE ZERO TO CTL-NB-PASSAGES.
001634     MOVE 'N' TO CTL-FORCAGE.
001635     MOVE 'N' TO CTL-MODE.
001636     MOVE ZERO TO CTL-DATE-REFERENCE.
001637 0610-EXIT.
001638     EXIT.
001639
001640******************************************************************
001641* 0620-CONTROLER-PREREQUIS
001642*    Le traitement prerequis doit etre termine (code retour 4 au
001643*    plus) pour la date metier ; sinon le demarrage est refuse.
001644******************************************************************
001645 0620-CONTROLER-PREREQUIS.
001646     MOVE date-metier TO CTL-DATE-METIER.
001647     MOVE ctl-prerequis TO CTL-TRAITEMENT.
001648     READ RUNCTL-FILE
001649         INVALID KEY
001650             MOVE SPACES TO CTL-ETAT
001651     END-READ.
001652     IF NOT CTL-TERMINE
001653         DISPLAY "RPTLOG : PREREQUIS " ctl-prerequis
001654             " NON TERMINE POUR LA DATE METIER " date-metier
001655             " - JOB REFUSE."
001656         SET execution-refusee TO TRUE
001657         MOVE 8 TO RETURN-CODE
001658     END-IF.
001659 0620-EXIT.
001660     EXIT.
001661
001662******************************************************************
001663* 0630-ECRIRE-CONTROLE
001664*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
001665*    d'ecriture refuse le job (code retour 8).
001666******************************************************************
001667 0630-ECRIRE-CONTROLE.
001668     IF ctl-existant
001669         REWRITE CTL-ENREG
001670     ELSE
001671         WRITE CTL-ENREG
001672     END-IF.
001673     IF NOT RUNCTL-OK
001674         DISPLAY "RPTLOG : ERREUR ECRITURE RUNCTL - CODE "
001675             RUNCTL-STATUS " - JOB REFUSE."
001676         SET execution-refusee TO TRUE
001677         MOVE 8 TO RETURN-CODE
001678     END-IF.
001679 0630-EXIT.
001680     EXIT.
001681
001682******************************************************************
001683* 1000-INITIALISATION
001684*    Lit et controle la plage de dates (SYSIN : date de debut
001685*    puis date de fin au format AAAAMMJJ ; fin a blanc = meme
001686*    jour que le debut), ouvre les fichiers et ecrit l'en-tete.
001687******************************************************************
001688 1000-INITIALISATION.
001689     MOVE 'N' TO fin-fichier-sw.
001690     MOVE 'N' TO rapport-echoue-sw.
001691     MOVE SPACES TO date-debut-saisie date-fin-saisie.
001692     ACCEPT date-debut-saisie.
001693     ACCEPT date-fin-saisie.
001694     IF date-debut-saisie NOT NUMERIC
001695         DISPLAY "RPTLOG : DATE DE DEBUT INVALIDE (AAAAMMJJ"
001696             " ATTENDU) : " date-debut-saisie
001697         SET rapport-echoue TO TRUE
001698         MOVE 8 TO RETURN-CODE
001699         GO TO 1000-EXIT
001700     END-IF.
001710     MOVE date-debut-saisie TO date-debut.
001720     IF date-fin-saisie = SPACES
002650     MOVE SPACES TO RAP-LIGNE.
002660     STRING
002670         " DATE       HEURE    NUMCLI " DELIMITED BY SIZE
002680         "NOM                            OPERATION    "
002690             DELIMITED BY SIZE
002695         "OPERATEUR" DELIMITED BY SIZE
002700         INTO RAP-LIGNE
002710     END-STRING.
002720     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
003350     MOVE CLOG-NUMCLI TO rd-numcli.
003360     MOVE CLOG-NOM TO rd-nom.
003370     MOVE CLOG-OPERATION TO rd-operation.
003375     MOVE CLOG-OPERATEUR TO rd-operateur.
003380     MOVE rap-detail TO RAP-LIGNE.
003390     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
003400     ADD 1 TO nb-operations.
003500             ADD 1 TO nb-ajouts-prod
003510         WHEN "CLOTURE-PROD"
003520             ADD 1 TO nb-clotures-prod
003521         WHEN "ECHEC-CONNEX"
003522             ADD 1 TO nb-echecs-connexion
003523             PERFORM 2300-SIGNALER-CONNEXION THRU 2300-EXIT
003524         WHEN "VERROUILLAGE"
003525             ADD 1 TO nb-verrouillages
003526             PERFORM 2300-SIGNALER-CONNEXION THRU 2300-EXIT
003530         WHEN OTHER
003540             ADD 1 TO nb-autres
003550     END-EVALUATE.
003780             " LIGNE - VERIFIER L'ARCHIVE" DELIMITED BY SIZE
003790             INTO ra-texte
003800         END-STRING
003801         PERFORM 7000-EDITER-ALERTE THRU 7000-EXIT
003802     END-IF.
003803 2200-EXIT.
003804     EXIT.
003805
003806******************************************************************
003807* 2300-SIGNALER-CONNEXION
003808*    Signale un echec d'identification a l'ecran en ligne ou le
003809*    verrouillage d'un operateur apres trois echecs consecutifs.
003810******************************************************************
003811 2300-SIGNALER-CONNEXION.
003812     MOVE SPACES TO ra-texte.
003813     IF CLOG-OPERATION = "VERROUILLAGE"
003814         STRING "OPERATEUR " DELIMITED BY SIZE
003815             CLOG-OPERATEUR DELIMITED BY SIZE
003816             " VERROUILLE APRES TROIS ECHECS D'IDENTIFICATION A "
003817                 DELIMITED BY SIZE
003818             rd-heure DELIMITED BY SIZE
003819             INTO ra-texte
003820         END-STRING
003821     ELSE
003822         STRING "ECHEC D'IDENTIFICATION DE L'OPERATEUR "
003823                 DELIMITED BY SIZE
003824             CLOG-OPERATEUR DELIMITED BY SIZE
003825             " A " DELIMITED BY SIZE
003826             rd-heure DELIMITED BY SIZE
003827             INTO ra-texte
003828         END-STRING
003829     END-IF.
003830     PERFORM 7000-EDITER-ALERTE THRU 7000-EXIT.
003831 2300-EXIT.
003840     EXIT.
003850
003860******************************************************************
005460         INTO RAP-LIGNE
005470     END-STRING.
005480     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005481     MOVE SPACES TO RAP-LIGNE.
005482     MOVE nb-echecs-connexion TO rap-compteur-edit.
005483     STRING " ECHECS D'IDENTIFICATION : " DELIMITED BY SIZE
005484         rap-compteur-edit DELIMITED BY SIZE
005485         INTO RAP-LIGNE
005486     END-STRING.
005487     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005488     MOVE SPACES TO RAP-LIGNE.
005489     MOVE nb-verrouillages TO rap-compteur-edit.
005490     STRING " OPERATEURS VERROUILLES  : " DELIMITED BY SIZE
005491         rap-compteur-edit DELIMITED BY SIZE
005492         INTO RAP-LIGNE
005493     END-STRING.
005494     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005495     MOVE SPACES TO RAP-LIGNE.
005500     MOVE nb-alertes TO rap-compteur-edit.
005510     STRING " ALERTES EDITEES : " DELIMITED BY SIZE
005520         rap-compteur-edit DELIMITED BY SIZE
005600 9000-EXIT.
005610     EXIT.
005620
005630******************************************************************
005640* 9800-CLORE-CONTROLE
005650*    Inscrit la fin du passage dans le fichier de controle : date
005660*    et heure de fin, code retour, volumes traites ; etat termine
005670*    jusqu'au code retour 4, en anomalie au-dela.
005680******************************************************************
005690 9800-CLORE-CONTROLE.
005700     IF NOT execution-inscrite
005710         GO TO 9800-EXIT
005720     END-IF.
005730     OPEN I-O RUNCTL-FILE.
005740     IF NOT RUNCTL-OK
005750         DISPLAY "RPTLOG : FIN DE PASSAGE NON INSCRITE DANS"
005760             " RUNCTL - CODE " RUNCTL-STATUS
005770         IF RETURN-CODE < 4
005780             MOVE 4 TO RETURN-CODE
005790         END-IF
005800         GO TO 9800-EXIT
005810     END-IF.
005820     MOVE periode-controle TO CTL-DATE-METIER.
005830     MOVE ctl-programme TO CTL-TRAITEMENT.
005840     READ RUNCTL-FILE
005850         INVALID KEY
005860             DISPLAY "RPTLOG : PASSAGE ABSENT DE RUNCTL - "
005870                 "FIN NON INSCRITE."
005880             IF RETURN-CODE < 4
005890                 MOVE 4 TO RETURN-CODE
005900             END-IF
005910             CLOSE RUNCTL-FILE
005920             GO TO 9800-EXIT
005930     END-READ.
005940     IF RETURN-CODE > 4
005950         MOVE 'A' TO CTL-ETAT
005960     ELSE
005970         MOVE 'T' TO CTL-ETAT
005980     END-IF.
005990     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
006000     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
006010     ACCEPT CTL-HEURE-FIN FROM TIME.
006020     MOVE nb-operations TO CTL-NB-LUS.
006030     MOVE nb-operations TO CTL-NB-ECRITS.
006040     MOVE nb-alertes TO CTL-NB-REJETS.
006050     REWRITE CTL-ENREG.
006060     IF NOT RUNCTL-OK
006070         DISPLAY "RPTLOG : ERREUR ECRITURE RUNCTL EN FIN - "
006080             "CODE " RUNCTL-STATUS
006090         IF RETURN-CODE < 4
006100             MOVE 4 TO RETURN-CODE
006110         END-IF
006120     END-IF.
006130     CLOSE RUNCTL-FILE.
006140 9800-EXIT.
006150     EXIT.
006160
006170 END PROGRAM RPTLOG.
