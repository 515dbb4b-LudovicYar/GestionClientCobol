000010******************************************************************
000020* Author:     J. Leroy (service etudes)
000030* Date:       15/10/2026
000040* Purpose:    Rapport mensuel des cas declares au titre de la
000050*             lutte contre le blanchiment : parcourt le fichier
000060*             des alertes (ALERTES, ecrit par SURMVT et traite a
000070*             l'ecran par la conformite) et liste les alertes
000080*             passees a l'etat DECLAREE au cours du mois lu en
000090*             SYSIN (a blanc : le mois precedent), avec le
000100*             client, son agence, le motif, le montant et le
000110*             commentaire saisi. Totaux par type d'alerte, et
000120*             rappel des alertes classees dans le mois et des
000130*             alertes restant a traiter.
000140* Tectonics: cobc
000150******************************************************************
000160******************************************************************
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 15/10/2026 JLY   CREATION DU RAPPORT MENSUEL DES CAS DECLARES
000210*                  (ALERTES A L'ETAT DECLAREE DANS LE MOIS) AVEC
000220*                  TOTAUX PAR TYPE ET SUIVI DES ALERTES EN
000230*                  ATTENTE.
000231* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000232*                  PASSAGE EST INSCRIT POUR LE MOIS DE LA DATE
000233*                  METIER POSEE PAR FENBAT OUVRIR (DEBUT, FIN,
000234*                  CODE RETOUR, COMPTEURS). SECOND PASSAGE REFUSE
000235*                  (RC 4) SAUF FORCAGE PAR CTLCHN. MOIS A BLANC EN
000236*                  SYSIN = MOIS DE LA DATE METIER.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. RPTLCB.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CLIENT-FILE ASSIGN TO "CLIENTS"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CF-NUMCLI
000340         ALTERNATE RECORD KEY IS CF-NOM WITH DUPLICATES
000350         ALTERNATE RECORD KEY IS CF-VILLE WITH DUPLICATES
000360         FILE STATUS IS CLIENT-FILE-STATUS.
000370     SELECT ALERTE-FILE ASSIGN TO "ALERTES"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS AL-CLE
000410         FILE STATUS IS ALERTE-STATUS.
000420     SELECT RAPPORT-FILE ASSIGN TO "LCBRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS RAPPORT-STATUS.
000441     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS RANDOM
000444         RECORD KEY IS CTL-CLE
000445         FILE STATUS IS RUNCTL-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CLIENT-FILE
000480     LABEL RECORDS ARE STANDARD.
000490 01  CLIENT-ENREG.
000500     02 CF-NUMCLI PIC 9(6).
000510     02 CF-NOM PIC x(30).
000520     02 CF-PRENOM PIC x(30).
000530     02 CF-ADRESSE.
000540         03 CF-RUE PIC x(30).
000550         03 CF-CP PIC 9(5).
000560         03 CF-VILLE PIC x(30).
000570     02 CF-AGENCE PIC 9(03).
000580 FD  ALERTE-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  ALERTE-ENREG.
000610     02 AL-CLE.
000620         03 AL-NUMCLI PIC 9(06).
000630         03 AL-DATE PIC 9(08).
000640         03 AL-TYPE PIC x(02).
000650         03 AL-NUMPROD PIC 9(03).
000660         03 AL-NUMSEQ PIC 9(06).
000670     02 AL-MONTANT PIC 9(11)v9(02).
000680     02 AL-NB-MVTS PIC 9(05).
000690     02 AL-SEUIL PIC 9(09).
000700     02 AL-STATUT PIC x(01).
000710         88 AL-NOUVELLE VALUE 'N'.
000720         88 AL-EN-EXAMEN VALUE 'E'.
000730         88 AL-CLASSEE VALUE 'J'.
000740         88 AL-DECLAREE VALUE 'D'.
000750     02 AL-DATE-STATUT PIC 9(08).
000760     02 AL-DATE-STATUT-DECOUPE REDEFINES AL-DATE-STATUT.
000770         03 AL-MOIS-STATUT PIC 9(06).
000780         03 FILLER PIC 9(02).
000790     02 AL-COMMENTAIRE PIC x(40).
000800 FD  RAPPORT-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  RAP-LIGNE PIC x(132).
000830
000831 FD  RUNCTL-FILE
000832     LABEL RECORDS ARE STANDARD.
000833 01  CTL-ENREG.
000834     02 CTL-CLE.
000835         03 CTL-DATE-METIER PIC 9(08).
000836         03 CTL-TRAITEMENT PIC x(08).
000837     02 CTL-ETAT PIC x(01).
000838         88 CTL-EN-COURS VALUE 'E'.
000839         88 CTL-TERMINE VALUE 'T'.
000840         88 CTL-ANOMALIE VALUE 'A'.
000841         88 CTL-REFUSE VALUE 'R'.
000842     02 CTL-DATE-DEBUT PIC 9(08).
000843     02 CTL-HEURE-DEBUT PIC 9(08).
000844     02 CTL-DATE-FIN PIC 9(08).
000845     02 CTL-HEURE-FIN PIC 9(08).
000846     02 CTL-CODE-RETOUR PIC 9(04).
000847     02 CTL-NB-LUS PIC 9(09).
000848     02 CTL-NB-ECRITS PIC 9(09).
000849     02 CTL-NB-REJETS PIC 9(09).
000850     02 CTL-NB-PASSAGES PIC 9(03).
000851     02 CTL-FORCAGE PIC x(01).
000852         88 CTL-FORCE VALUE 'O'.
000853     02 CTL-MODE PIC x(01).
000854         88 CTL-MODE-NORMAL VALUE 'N'.
000855         88 CTL-MODE-REPRISE VALUE 'R'.
000856         88 CTL-MODE-FORCE VALUE 'F'.
000857     02 CTL-DATE-REFERENCE PIC 9(08).
000858     02 FILLER PIC x(07).
000859 01  CTL-DATE-ENREG.
000860     02 FILLER PIC x(16).
000861     02 CTL-DM-ETAT PIC x(01).
000862         88 CTL-DM-OUVERTE VALUE 'O'.
000863         88 CTL-DM-FERMEE VALUE 'F'.
000864     02 CTL-DM-DATE-COURANTE PIC 9(08).
000865     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
000866     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
000867     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
000868     02 FILLER PIC x(51).
000869 WORKING-STORAGE SECTION.
000870
000871 01 CLIENT-FILE-STATUS PIC x(02).
000872     88 CLIENT-FILE-OK VALUE '00'.
000880
000890 01 ALERTE-STATUS PIC x(02).
000900     88 ALERTE-OK VALUE '00'.
000910     88 ALERTE-INEXISTANT VALUE '35'.
000920
000930 01 RAPPORT-STATUS PIC x(02).
000940     88 RAPPORT-OK VALUE '00'.
000950
000960 77 fin-alertes-sw PIC x(01).
000970     88 fin-alertes VALUE 'O'.
000980
000990 77 rapport-echoue-sw PIC x(01).
001000     88 rapport-echoue VALUE 'O'.
001010
001020 77 alertes-presentes-sw PIC x(01) VALUE 'N'.
001030     88 alertes-presentes VALUE 'O'.
001040
001050* Mois du rapport lu en SYSIN (AAAAMM) ; a blanc, le mois qui
001060* precede la date du traitement (lancement du debut de mois).
001070 77 mois-saisi PIC x(06).
001080 01 mois-rapport PIC 9(06).
001090 01 mois-rapport-decoupe REDEFINES mois-rapport.
001100     02 mr-aaaa PIC 9(04).
001110     02 mr-mm PIC 9(02).
001120 01 date-du-jour PIC 9(08).
001130 01 date-du-jour-decoupe REDEFINES date-du-jour.
001140     02 dj-aaaa PIC 9(04).
001150     02 dj-mm PIC 9(02).
001160     02 dj-jj PIC 9(02).
001170
001180 77 nb-declarees PIC 9(07) COMP VALUE ZERO.
001190 77 nb-classees PIC 9(07) COMP VALUE ZERO.
001200 77 nb-nouvelles PIC 9(07) COMP VALUE ZERO.
001210 77 nb-en-examen PIC 9(07) COMP VALUE ZERO.
001220 77 nb-clients-declares PIC 9(07) COMP VALUE ZERO.
001230 77 nb-clients-inconnus PIC 9(05) COMP VALUE ZERO.
001240 77 total-declare PIC 9(13)v9(02) VALUE ZERO.
001250 77 numcli-precedent PIC 9(06) VALUE ZERO.
001260
001270* Cumuls des cas declares par type d'alerte.
001280 01 TABLE-TYPES-INIT.
001290     02 FILLER PIC x(32) VALUE
001300         "MUMOUVEMENT AU-DELA DU SEUIL    ".
001310     02 FILLER PIC x(32) VALUE
001320         "CJCREDITS DU JOUR               ".
001330     02 FILLER PIC x(32) VALUE
001340         "CHCREDITS SUR 7 JOURS           ".
001350     02 FILLER PIC x(32) VALUE
001360         "FRFRACTIONNEMENT SOUS LE SEUIL  ".
001370     02 FILLER PIC x(32) VALUE
001380         "PDACTIVITE PRODUIT DORMANT      ".
001390     02 FILLER PIC x(32) VALUE
001400         "PNACTIVITE PRODUIT RECENT       ".
001410 01 TABLE-TYPES REDEFINES TABLE-TYPES-INIT.
001420     02 TYPE-ALERTE OCCURS 6 TIMES.
001430         03 TA-CODE PIC x(02).
001440         03 TA-LIBELLE PIC x(30).
001450 01 TABLE-CUMULS-TYPES.
001460     02 CUMUL-TYPE OCCURS 6 TIMES.
001470         03 TA-NOMBRE PIC 9(05) COMP.
001480         03 TA-MONTANT PIC 9(13)v9(02).
001490 77 idx-type PIC 9(02) COMP VALUE ZERO.
001500 77 type-trouve-sw PIC x(01).
001510     88 type-trouve VALUE 'O'.
001520
001530 77 nom-client PIC x(30).
001540 77 agence-client PIC 9(03).
001550
001560 01 date-edit.
001570     02 de-aaaa PIC x(04).
001580     02 de-mm PIC x(02).
001590     02 de-jj PIC x(02).
001600
001610 01 rap-compteur-edit PIC 9(07).
001620 01 rap-total-edit PIC 9(13).99.
001630
001640 01 rap-detail.
001650     02 FILLER PIC x(01) VALUE SPACE.
001660     02 rd-date-statut PIC x(10).
001670     02 FILLER PIC x(01) VALUE SPACE.
001680     02 rd-numcli PIC 9(06).
001690     02 FILLER PIC x(01) VALUE SPACE.
001700     02 rd-nom PIC x(30).
001710     02 FILLER PIC x(01) VALUE SPACE.
001720     02 rd-agence PIC 9(03).
001730     02 FILLER PIC x(01) VALUE SPACE.
001740     02 rd-date-alerte PIC x(10).
001750     02 FILLER PIC x(01) VALUE SPACE.
001760     02 rd-type PIC x(02).
001770     02 FILLER PIC x(01) VALUE SPACE.
001780     02 rd-numprod PIC 9(03).
001790     02 FILLER PIC x(01) VALUE SPACE.
001800     02 rd-montant PIC 9(11).99.
001810     02 FILLER PIC x(01) VALUE SPACE.
001820     02 rd-commentaire PIC x(40).
001830     02 FILLER PIC x(04) VALUE SPACES.
001840
001850 01 rap-type.
001860     02 FILLER PIC x(04) VALUE SPACES.
001870     02 rt-code PIC x(02).
001880     02 FILLER PIC x(01) VALUE SPACE.
001890     02 rt-libelle PIC x(30).
001900     02 FILLER PIC x(03) VALUE " : ".
001910     02 rt-nombre PIC 9(05).
001920     02 FILLER PIC x(03) VALUE " - ".
001930     02 rt-montant PIC 9(13).99.
001940     02 FILLER PIC x(68) VALUE SPACES.
001950
001951* Controle d'execution de la chaine (fichier RUNCTL) : date metier
001952* posee par FENBAT OUVRIR, second passage reussi pour la meme date
001953* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
001954* demarrage refuse tant que le traitement prerequis n'est pas
001955* termine pour la date metier.
001956 01 RUNCTL-STATUS PIC x(02).
001957     88 RUNCTL-OK VALUE '00'.
001958     88 RUNCTL-INEXISTANT VALUE '35'.
001959 77 ctl-programme PIC x(08) VALUE 'RPTLCB'.
001960 77 ctl-prerequis PIC x(08) VALUE SPACES.
001961 77 ctl-periodicite PIC x(01) VALUE 'M'.
001962     88 ctl-quotidien VALUE 'J'.
001963     88 ctl-mensuel VALUE 'M'.
001964     88 ctl-annuel VALUE 'A'.
001965 77 ctl-existant-sw PIC x(01).
001966     88 ctl-existant VALUE 'O'.
001967 77 execution-refusee-sw PIC x(01) VALUE 'N'.
001968     88 execution-refusee VALUE 'O'.
001969 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
001970     88 execution-inscrite VALUE 'O'.
001971 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
001972     88 execution-interrompue VALUE 'O'.
001973 77 execution-forcee-sw PIC x(01) VALUE 'N'.
001974     88 execution-forcee VALUE 'O'.
001975 01 controle-sauve PIC x(100).
001976 01 date-metier PIC 9(08).
001977 01 periode-controle PIC 9(08).
001978 01 periode-controle-decoupe REDEFINES periode-controle.
001979     02 pc-aaaa PIC 9(04).
001980     02 pc-mm PIC 9(02).
001981     02 pc-jj PIC 9(02).
001982
001983 PROCEDURE DIVISION.
001984
001985******************************************************************
001990* 0000-MAINLINE
002000*    Lit le mois du rapport, parcourt le fichier des alertes,
002010*    edite les cas declares du mois puis les totaux.
002020******************************************************************
002030 0000-MAINLINE.
002032     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
002034     IF execution-refusee
002036         STOP RUN
002038     END-IF.
002040     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002050     IF NOT rapport-echoue
002060         PERFORM 2000-TRAITER-ALERTE THRU 2000-EXIT
002070             UNTIL fin-alertes
002080         PERFORM 9000-TERMINAISON THRU 9000-EXIT
002090     END-IF.
002095     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
002100     STOP RUN.
002110
002111******************************************************************
002112* 0600-OUVRIR-CONTROLE
002113*    Controle d'execution (fichier RUNCTL) : lit la date metier
002114*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
002115*    la meme date ou periode (code retour 4) sauf forcage, refuse
002116*    le demarrage tant que le prerequis n'est pas termine pour la
002117*    date metier (code retour 8), puis inscrit le passage a l'etat
002118*    en cours. Un passage precedent reste en cours ou termine en
002119*    anomalie signale une relance apres incident.
002120******************************************************************
002121 0600-OUVRIR-CONTROLE.
002122     MOVE 'N' TO execution-refusee-sw.
002123     MOVE 'N' TO execution-inscrite-sw.
002124     MOVE 'N' TO execution-interrompue-sw.
002125     MOVE 'N' TO execution-forcee-sw.
002126     OPEN I-O RUNCTL-FILE.
002127     IF NOT RUNCTL-OK
002128         DISPLAY "RPTLCB : FICHIER DE CONTROLE RUNCTL"
002129             " INACCESSIBLE - CODE " RUNCTL-STATUS
002130             " - JOB REFUSE."
002131         SET execution-refusee TO TRUE
002132         MOVE 8 TO RETURN-CODE
002133         GO TO 0600-EXIT
002134     END-IF.
002135     MOVE ZERO TO CTL-DATE-METIER.
002136     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
002137     READ RUNCTL-FILE
002138         INVALID KEY
002139             DISPLAY "RPTLCB : DATE METIER NON POSEE"
002140                 " (FENBAT OUVRIR) - JOB REFUSE."
002141             SET execution-refusee TO TRUE
002142             MOVE 8 TO RETURN-CODE
002143             CLOSE RUNCTL-FILE
002144             GO TO 0600-EXIT
002145     END-READ.
002146     MOVE CTL-DM-DATE-COURANTE TO date-metier.
002147     MOVE date-metier TO periode-controle.
002148     IF ctl-mensuel
002149         MOVE ZERO TO pc-jj
002150     END-IF.
002151     IF ctl-annuel
002152         MOVE ZERO TO pc-mm
002153         MOVE ZERO TO pc-jj
002154     END-IF.
002155     MOVE 'O' TO ctl-existant-sw.
002156     MOVE periode-controle TO CTL-DATE-METIER.
002157     MOVE ctl-programme TO CTL-TRAITEMENT.
002158     READ RUNCTL-FILE
002159         INVALID KEY
002160             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
002161     END-READ.
002162     IF CTL-FORCE
002163         SET execution-forcee TO TRUE
002164     END-IF.
002165     IF CTL-TERMINE AND NOT execution-forcee
002166         DISPLAY "RPTLCB : DEJA TERMINE POUR " periode-controle
002167             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
002168             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
002169         SET execution-refusee TO TRUE
002170         MOVE 4 TO RETURN-CODE
002171         CLOSE RUNCTL-FILE
002172         GO TO 0600-EXIT
002173     END-IF.
002174     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
002175         SET execution-interrompue TO TRUE
002176     END-IF.
002177     MOVE CTL-ENREG TO controle-sauve.
002178     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
002179         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
002180     END-IF.
002181     MOVE controle-sauve TO CTL-ENREG.
002182     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
002183     ACCEPT CTL-HEURE-DEBUT FROM TIME.
002184     MOVE ZERO TO CTL-DATE-FIN.
002185     MOVE ZERO TO CTL-HEURE-FIN.
002186     MOVE date-metier TO CTL-DATE-REFERENCE.
002187     ADD 1 TO CTL-NB-PASSAGES.
002188     IF execution-refusee
002189         GO TO 0600-REFUS
002190     END-IF.
002191     MOVE 'E' TO CTL-ETAT.
002192     MOVE ZERO TO CTL-CODE-RETOUR.
002193     MOVE ZERO TO CTL-NB-LUS.
002194     MOVE ZERO TO CTL-NB-ECRITS.
002195     MOVE ZERO TO CTL-NB-REJETS.
002196     MOVE 'N' TO CTL-FORCAGE.
002197     MOVE 'N' TO CTL-MODE.
002198     IF execution-interrompue
002199         MOVE 'R' TO CTL-MODE
002200         DISPLAY "RPTLCB : PASSAGE PRECEDENT INTERROMPU POUR "
002201             periode-controle " - RELANCE APRES INCIDENT."
002202     END-IF.
002203     IF execution-forcee
002204         MOVE 'F' TO CTL-MODE
002205         DISPLAY "RPTLCB : PASSAGE FORCE POUR "
002206             periode-controle "."
002207     END-IF.
002208     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
002209     IF NOT execution-refusee
002210         SET execution-inscrite TO TRUE
002211     END-IF.
002212     CLOSE RUNCTL-FILE.
002213     GO TO 0600-EXIT.
002214 0600-REFUS.
002215*    Un passage interrompu garde son etat : seul un refus sur un
002216*    traitement non encore lance (ou deja refuse) est inscrit.
002217     IF ctl-existant AND NOT CTL-REFUSE
002218         CLOSE RUNCTL-FILE
002219         GO TO 0600-EXIT
002220     END-IF.
002221     MOVE 'R' TO CTL-ETAT.
002222     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
002223     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
002224     CLOSE RUNCTL-FILE.
002225 0600-EXIT.
002226     EXIT.
002227
002228******************************************************************
002229* 0610-INITIALISER-CONTROLE
002230*    Prepare un enregistrement de controle vierge pour le
002231*    traitement et la periode courants (premier passage).
002232******************************************************************
002233 0610-INITIALISER-CONTROLE.
002234     MOVE 'N' TO ctl-existant-sw.
002235     MOVE SPACES TO CTL-ENREG.
002236     MOVE periode-controle TO CTL-DATE-METIER.
002237     MOVE ctl-programme TO CTL-TRAITEMENT.
002238     MOVE ZERO TO CTL-CODE-RETOUR.
002239     MOVE ZERO TO CTL-NB-LUS.
002240     MOVE ZERO TO CTL-NB-ECRITS.
002241     MOVE ZERO TO CTL-NB-REJETS.
002242     MOVE ZERO TO CTL-NB-PASSAGES.
002243     MOVE 'N' TO CTL-FORCAGE.
002244     MOVE 'N' TO CTL-MODE.
002245     MOVE ZERO TO CTL-DATE-REFERENCE.
002246 0610-EXIT.
002247     EXIT.
002248
002249******************************************************************
002250* 0620-CONTROLER-PREREQUIS
002251*    Le traitement prerequis doit etre termine (code retour 4 au
002252*    plus) pour la date metier ; sinon le demarrage est refuse.
002253******************************************************************
002254 0620-CONTROLER-PREREQUIS.
002255     MOVE date-metier TO CTL-DATE-METIER.
002256     MOVE ctl-prerequis TO CTL-TRAITEMENT.
002257     READ RUNCTL-FILE
002258         INVALID KEY
002259             MOVE SPACES TO CTL-ETAT
002260     END-READ.
002261     IF NOT CTL-TERMINE
002262         DISPLAY "RPTLCB : PREREQUIS " ctl-prerequis
002263             " NON TERMINE POUR LA DATE METIER " date-metier
002264             " - JOB REFUSE."
002265         SET execution-refusee TO TRUE
002266         MOVE 8 TO RETURN-CODE
002267     END-IF.
002268 0620-EXIT.
002269     EXIT.
002270
002271******************************************************************
002272* 0630-ECRIRE-CONTROLE
002273*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
002274*    d'ecriture refuse le job (code retour 8).
002275******************************************************************
002276 0630-ECRIRE-CONTROLE.
002277     IF ctl-existant
002278         REWRITE CTL-ENREG
002279     ELSE
002280         WRITE CTL-ENREG
002281     END-IF.
002282     IF NOT RUNCTL-OK
002283         DISPLAY "RPTLCB : ERREUR ECRITURE RUNCTL - CODE "
002284             RUNCTL-STATUS " - JOB REFUSE."
002285         SET execution-refusee TO TRUE
002286         MOVE 8 TO RETURN-CODE
002287     END-IF.
002288 0630-EXIT.
002289     EXIT.
002290
002291******************************************************************
002292* 1000-INITIALISATION
002293*    Lit et controle le mois du rapport (SYSIN AAAAMM, a blanc
002294*    le mois precedent), ouvre les fichiers et ecrit l'en-tete.
002295*    Un fichier des alertes absent (surveillance jamais lancee)
002296*    donne un rapport sans cas.
002297******************************************************************
002298 1000-INITIALISATION.
002299     MOVE 'N' TO fin-alertes-sw.
002300     MOVE 'N' TO rapport-echoue-sw.
002301     MOVE SPACES TO mois-saisi.
002302     ACCEPT mois-saisi.
002303     IF mois-saisi = SPACES
002304         MOVE date-metier TO date-du-jour
002305         MOVE dj-aaaa TO mr-aaaa
002306         MOVE dj-mm TO mr-mm
002307         IF mr-mm > 1
002308             SUBTRACT 1 FROM mr-mm
002309         ELSE
002310             MOVE 12 TO mr-mm
002320             SUBTRACT 1 FROM mr-aaaa
002330         END-IF
002340     ELSE
002350         IF mois-saisi NOT NUMERIC
002360             DISPLAY "RPTLCB : MOIS INVALIDE (AAAAMM ATTENDU) : "
002370                 mois-saisi
002380             SET rapport-echoue TO TRUE
002390             MOVE 8 TO RETURN-CODE
002400             GO TO 1000-EXIT
002410         END-IF
002420         MOVE mois-saisi TO mois-rapport
002430     END-IF.
002440     IF mr-mm < 1 OR mr-mm > 12
002450         DISPLAY "RPTLCB : MOIS INVALIDE (AAAAMM ATTENDU) : "
002460             mois-saisi
002470         SET rapport-echoue TO TRUE
002480         MOVE 8 TO RETURN-CODE
002490         GO TO 1000-EXIT
002500     END-IF.
002510     MOVE 1 TO idx-type.
002520     PERFORM 1050-RAZ-TYPE THRU 1050-EXIT 6 TIMES.
002530     OPEN INPUT CLIENT-FILE.
002540     IF NOT CLIENT-FILE-OK
002550         DISPLAY "RPTLCB : FICHIER CLIENTS INACCESSIBLE - "
002560             "CODE " CLIENT-FILE-STATUS
002570         SET rapport-echoue TO TRUE
002580         MOVE 8 TO RETURN-CODE
002590         GO TO 1000-EXIT
002600     END-IF.
002610     MOVE 'N' TO alertes-presentes-sw.
002620     OPEN INPUT ALERTE-FILE.
002630     IF ALERTE-OK
002640         SET alertes-presentes TO TRUE
002650     ELSE
002660         IF NOT ALERTE-INEXISTANT
002670             DISPLAY "RPTLCB : FICHIER ALERTES INACCESSIBLE - "
002680                 "CODE " ALERTE-STATUS
002690             CLOSE CLIENT-FILE
002700             SET rapport-echoue TO TRUE
002710             MOVE 8 TO RETURN-CODE
002720             GO TO 1000-EXIT
002730         END-IF
002740     END-IF.
002750     OPEN OUTPUT RAPPORT-FILE.
002760     IF NOT RAPPORT-OK
002770         DISPLAY "RPTLCB : FICHIER RAPPORT INACCESSIBLE - CODE "
002780             RAPPORT-STATUS
002790         CLOSE CLIENT-FILE
002800         IF alertes-presentes
002810             CLOSE ALERTE-FILE
002820         END-IF
002830         SET rapport-echoue TO TRUE
002840         MOVE 8 TO RETURN-CODE
002850         GO TO 1000-EXIT
002860     END-IF.
002870     PERFORM 1200-ECRIRE-ENTETE THRU 1200-EXIT.
002880     IF alertes-presentes
002890         PERFORM 1100-LIRE-ALERTE THRU 1100-EXIT
002900     ELSE
002910         SET fin-alertes TO TRUE
002920     END-IF.
002930 1000-EXIT.
002940     EXIT.
002950
002960 1050-RAZ-TYPE.
002970     MOVE ZERO TO TA-NOMBRE(idx-type).
002980     MOVE ZERO TO TA-MONTANT(idx-type).
002990     ADD 1 TO idx-type.
003000 1050-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040* 1100-LIRE-ALERTE
003050*    Lit l'alerte suivante ; positionne fin-alertes en fin de
003060*    fichier ou sur erreur de lecture.
003070******************************************************************
003080 1100-LIRE-ALERTE.
003090     READ ALERTE-FILE
003100         AT END
003110             SET fin-alertes TO TRUE
003120             GO TO 1100-EXIT
003130     END-READ.
003140     IF NOT ALERTE-OK
003150         DISPLAY "RPTLCB : ERREUR LECTURE ALERTES - CODE "
003160             ALERTE-STATUS
003170         SET rapport-echoue TO TRUE
003180         SET fin-alertes TO TRUE
003190         MOVE 8 TO RETURN-CODE
003200     END-IF.
003210 1100-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250* 1200-ECRIRE-ENTETE
003260*    Ecrit l'en-tete du rapport (mois traite et libelles de
003270*    colonnes).
003280******************************************************************
003290 1200-ECRIRE-ENTETE.
003300     MOVE SPACES TO RAP-LIGNE.
003310     STRING
003320         " CAS DECLARES AU TITRE DE LA LUTTE CONTRE LE "
003330             DELIMITED BY SIZE
003340         "BLANCHIMENT - MOIS " DELIMITED BY SIZE
003350         mr-mm DELIMITED BY SIZE
003360         "/" DELIMITED BY SIZE
003370         mr-aaaa DELIMITED BY SIZE
003380         INTO RAP-LIGNE
003390     END-STRING.
003400     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
003410     MOVE SPACES TO RAP-LIGNE.
003420     STRING
003430         " DECLARE LE NUMCLI NOM                            "
003440             DELIMITED BY SIZE
003450         "AGC ALERTE DU TY NPR      MONTANT     COMMENTAIRE"
003460             DELIMITED BY SIZE
003470         INTO RAP-LIGNE
003480     END-STRING.
003490     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
003500     MOVE ALL "-" TO RAP-LIGNE.
003510     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
003520 1200-EXIT.
003530     EXIT.
003540
003550******************************************************************
003560* 2000-TRAITER-ALERTE
003570*    Edite l'alerte courante si elle a ete declaree dans le
003580*    mois ; compte les alertes classees dans le mois et celles
003590*    qui restent a traiter (nouvelles ou en examen), puis lit
003600*    l'alerte suivante.
003610******************************************************************
003620 2000-TRAITER-ALERTE.
003630     EVALUATE TRUE
003640         WHEN AL-DECLAREE AND AL-MOIS-STATUT = mois-rapport
003650             PERFORM 2100-EDITER-DECLARATION THRU 2100-EXIT
003660         WHEN AL-CLASSEE AND AL-MOIS-STATUT = mois-rapport
003670             ADD 1 TO nb-classees
003680         WHEN AL-NOUVELLE
003690             ADD 1 TO nb-nouvelles
003700         WHEN AL-EN-EXAMEN
003710             ADD 1 TO nb-en-examen
003720         WHEN OTHER
003730             CONTINUE
003740     END-EVALUATE.
003750     IF NOT fin-alertes
003760         PERFORM 1100-LIRE-ALERTE THRU 1100-EXIT
003770     END-IF.
003780 2000-EXIT.
003790     EXIT.
003800
003810******************************************************************
003820* 2100-EDITER-DECLARATION
003830*    Edite la ligne du cas declare (client, agence, alerte,
003840*    montant, commentaire) et le cumule par type. Les alertes
003850*    etant rangees par client, un client n'est compte qu'une
003860*    fois.
003870******************************************************************
003880 2100-EDITER-DECLARATION.
003890     ADD 1 TO nb-declarees.
003900     ADD AL-MONTANT TO total-declare.
003910     IF AL-NUMCLI NOT = numcli-precedent
003920         ADD 1 TO nb-clients-declares
003930         MOVE AL-NUMCLI TO numcli-precedent
003940     END-IF.
003950     PERFORM 2200-CUMULER-TYPE THRU 2200-EXIT.
003960     MOVE AL-NUMCLI TO CF-NUMCLI.
003970     READ CLIENT-FILE
003980         INVALID KEY
003990             MOVE "(CLIENT INCONNU)" TO nom-client
004000             MOVE ZERO TO agence-client
004010             ADD 1 TO nb-clients-inconnus
004020         NOT INVALID KEY
004030             MOVE CF-NOM TO nom-client
004040             MOVE CF-AGENCE TO agence-client
004050     END-READ.
004060     MOVE AL-DATE-STATUT TO date-edit.
004070     MOVE SPACES TO rd-date-statut.
004080     STRING
004090         de-jj DELIMITED BY SIZE
004100         "/" DELIMITED BY SIZE
004110         de-mm DELIMITED BY SIZE
004120         "/" DELIMITED BY SIZE
004130         de-aaaa DELIMITED BY SIZE
004140         INTO rd-date-statut
004150     END-STRING.
004160     MOVE AL-DATE TO date-edit.
004170     MOVE SPACES TO rd-date-alerte.
004180     STRING
004190         de-jj DELIMITED BY SIZE
004200         "/" DELIMITED BY SIZE
004210         de-mm DELIMITED BY SIZE
004220         "/" DELIMITED BY SIZE
004230         de-aaaa DELIMITED BY SIZE
004240         INTO rd-date-alerte
004250     END-STRING.
004260     MOVE AL-NUMCLI TO rd-numcli.
004270     MOVE nom-client TO rd-nom.
004280     MOVE agence-client TO rd-agence.
004290     MOVE AL-TYPE TO rd-type.
004300     MOVE AL-NUMPROD TO rd-numprod.
004310     MOVE AL-MONTANT TO rd-montant.
004320     MOVE AL-COMMENTAIRE TO rd-commentaire.
004330     MOVE rap-detail TO RAP-LIGNE.
004340     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
004350 2100-EXIT.
004360     EXIT.
004370
004380 2200-CUMULER-TYPE.
004390     MOVE 'N' TO type-trouve-sw.
004400     MOVE 1 TO idx-type.
004410     PERFORM 2210-COMPARER-TYPE THRU 2210-EXIT
004420         UNTIL type-trouve OR idx-type > 6.
004430 2200-EXIT.
004440     EXIT.
004450
004460 2210-COMPARER-TYPE.
004470     IF TA-CODE(idx-type) = AL-TYPE
004480         SET type-trouve TO TRUE
004490         ADD 1 TO TA-NOMBRE(idx-type)
004500         ADD AL-MONTANT TO TA-MONTANT(idx-type)
004510     ELSE
004520         ADD 1 TO idx-type
004530     END-IF.
004540 2210-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580* 8000-ECRIRE-LIGNE
004590*    Ecrit la ligne courante du rapport ; une erreur d'ecriture
004600*    interrompt le traitement.
004610******************************************************************
004620 8000-ECRIRE-LIGNE.
004630     WRITE RAP-LIGNE.
004640     IF NOT RAPPORT-OK
004650         DISPLAY "RPTLCB : ERREUR ECRITURE RAPPORT - CODE "
004660             RAPPORT-STATUS
004670         SET rapport-echoue TO TRUE
004680         SET fin-alertes TO TRUE
004690         MOVE 8 TO RETURN-CODE
004700     END-IF.
004710 8000-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750* 9000-TERMINAISON
004760*    Ecrit les totaux du mois (cas declares, clients concernes,
004770*    montant, ventilation par type), le rappel des alertes
004780*    classees dans le mois et des alertes restant a traiter,
004790*    puis referme les fichiers. Code retour 4 si un cas porte
004800*    sur un client absent du fichier maitre.
004810******************************************************************
004820 9000-TERMINAISON.
004830     MOVE ALL "-" TO RAP-LIGNE.
004840     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
004850     MOVE SPACES TO RAP-LIGNE.
004860     MOVE nb-declarees TO rap-compteur-edit.
004870     STRING " CAS DECLARES DANS LE MOIS   : " DELIMITED BY SIZE
004880         rap-compteur-edit DELIMITED BY SIZE
004890         INTO RAP-LIGNE
004900     END-STRING.
004910     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
004920     MOVE SPACES TO RAP-LIGNE.
004930     MOVE nb-clients-declares TO rap-compteur-edit.
004940     STRING " CLIENTS CONCERNES           : " DELIMITED BY SIZE
004950         rap-compteur-edit DELIMITED BY SIZE
004960         INTO RAP-LIGNE
004970     END-STRING.
004980     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
004990     MOVE SPACES TO RAP-LIGNE.
005000     MOVE total-declare TO rap-total-edit.
005010     STRING " MONTANT DES CAS DECLARES    : " DELIMITED BY SIZE
005020         rap-total-edit DELIMITED BY SIZE
005030         INTO RAP-LIGNE
005040     END-STRING.
005050     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005060     MOVE 1 TO idx-type.
005070     PERFORM 9100-EDITER-TYPE THRU 9100-EXIT 6 TIMES.
005080     MOVE SPACES TO RAP-LIGNE.
005090     MOVE nb-classees TO rap-compteur-edit.
005100     STRING " CLASSEES JUSTIFIEES (MOIS)  : " DELIMITED BY SIZE
005110         rap-compteur-edit DELIMITED BY SIZE
005120         INTO RAP-LIGNE
005130     END-STRING.
005140     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005150     MOVE SPACES TO RAP-LIGNE.
005160     MOVE nb-nouvelles TO rap-compteur-edit.
005170     STRING " EN ATTENTE - NOUVELLES      : " DELIMITED BY SIZE
005180         rap-compteur-edit DELIMITED BY SIZE
005190         INTO RAP-LIGNE
005200     END-STRING.
005210     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005220     MOVE SPACES TO RAP-LIGNE.
005230     MOVE nb-en-examen TO rap-compteur-edit.
005240     STRING " EN ATTENTE - EN EXAMEN      : " DELIMITED BY SIZE
005250         rap-compteur-edit DELIMITED BY SIZE
005260         INTO RAP-LIGNE
005270     END-STRING.
005280     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005290     IF nb-clients-inconnus > ZERO
005300         MOVE SPACES TO RAP-LIGNE
005310         MOVE nb-clients-inconnus TO rap-compteur-edit
005320         STRING " ANOMALIE - CLIENTS INCONNUS : "
005330             DELIMITED BY SIZE
005340             rap-compteur-edit DELIMITED BY SIZE
005350             INTO RAP-LIGNE
005360         END-STRING
005370         PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT
005380         IF RETURN-CODE < 4
005390             MOVE 4 TO RETURN-CODE
005400         END-IF
005410     END-IF.
005420     CLOSE CLIENT-FILE.
005430     IF alertes-presentes
005440         CLOSE ALERTE-FILE
005450     END-IF.
005460     CLOSE RAPPORT-FILE.
005470     DISPLAY "RPTLCB : " nb-declarees " CAS DECLARE(S) - "
005480         nb-clients-declares " CLIENT(S) - MOIS " mois-rapport.
005490 9000-EXIT.
005500     EXIT.
005510
005520 9100-EDITER-TYPE.
005530     MOVE TA-CODE(idx-type) TO rt-code.
005540     MOVE TA-LIBELLE(idx-type) TO rt-libelle.
005550     MOVE TA-NOMBRE(idx-type) TO rt-nombre.
005560     MOVE TA-MONTANT(idx-type) TO rt-montant.
005570     MOVE rap-type TO RAP-LIGNE.
005580     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005590     ADD 1 TO idx-type.
005600 9100-EXIT.
005610     EXIT.
005620
005621******************************************************************
005622* 9800-CLORE-CONTROLE
005623*    Inscrit la fin du passage dans le fichier de controle : date
005624*    et heure de fin, code retour, volumes traites ; etat termine
005625*    jusqu'au code retour 4, en anomalie au-dela.
005626******************************************************************
005627 9800-CLORE-CONTROLE.
005628     IF NOT execution-inscrite
005629         GO TO 9800-EXIT
005630     END-IF.
005631     OPEN I-O RUNCTL-FILE.
005632     IF NOT RUNCTL-OK
005633         DISPLAY "RPTLCB : FIN DE PASSAGE NON INSCRITE DANS"
005634             " RUNCTL - CODE " RUNCTL-STATUS
005635         IF RETURN-CODE < 4
005636             MOVE 4 TO RETURN-CODE
005637         END-IF
005638         GO TO 9800-EXIT
005639     END-IF.
005640     MOVE periode-controle TO CTL-DATE-METIER.
005641     MOVE ctl-programme TO CTL-TRAITEMENT.
005642     READ RUNCTL-FILE
005643         INVALID KEY
005644             DISPLAY "RPTLCB : PASSAGE ABSENT DE RUNCTL - "
005645                 "FIN NON INSCRITE."
005646             IF RETURN-CODE < 4
005647                 MOVE 4 TO RETURN-CODE
005648             END-IF
005649             CLOSE RUNCTL-FILE
005650             GO TO 9800-EXIT
005651     END-READ.
005652     IF RETURN-CODE > 4
005653         MOVE 'A' TO CTL-ETAT
005654     ELSE
005655         MOVE 'T' TO CTL-ETAT
005656     END-IF.
005657     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
005658     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
005659     ACCEPT CTL-HEURE-FIN FROM TIME.
005660     MOVE nb-declarees TO CTL-NB-LUS.
005661     ADD nb-classees TO CTL-NB-LUS.
005662     MOVE nb-clients-declares TO CTL-NB-ECRITS.
005663     MOVE nb-clients-inconnus TO CTL-NB-REJETS.
005664     REWRITE CTL-ENREG.
005665     IF NOT RUNCTL-OK
005666         DISPLAY "RPTLCB : ERREUR ECRITURE RUNCTL EN FIN - "
005667             "CODE " RUNCTL-STATUS
005668         IF RETURN-CODE < 4
005669             MOVE 4 TO RETURN-CODE
005670         END-IF
005671     END-IF.
005672     CLOSE RUNCTL-FILE.
005673 9800-EXIT.
005674     EXIT.
005675
005676 END PROGRAM RPTLCB.
