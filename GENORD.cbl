000120*             de sequence deja presents. Les mouvements generes
000130*             passent ensuite par la validation et les rejets de
000140*             POSTMVT comme les mouvements saisis.
000141*             Un ordre dont le jour tombe un samedi, un dimanche
000142*             ou un jour ferie (calendrier CALEND, zone FR et
000143*             zone regionale de la chaine) est execute le jour
000144*             ouvre suivant, ou le jour ouvre precedent si le
000145*             suivant sortirait du mois.
000146*             Apres un passage interrompu, la reprise ne genere
000147*             que les mouvements absents de MVTSCSV.
000150* Tectonics: cobc
000160******************************************************************
000170******************************************************************
000320*                  GENERATION A DEJA EU LIEU AU PASSAGE
000330*                  INTERROMPU ; REPRISE EN SYSIN FAIT SORTIR LE
000340*                  PROGRAMME SANS RIEN GENERER, POUR NE PAS
000341*                  DOUBLER LES MOUVEMENTS DES ORDRES.
000342* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000343*                  PASSAGE EST INSCRIT POUR LA DATE METIER POSEE
000344*                  PAR FENBAT OUVRIR (DEBUT, FIN, CODE RETOUR,
000345*                  COMPTEURS). SECOND PASSAGE REFUSE (RC 4) SAUF
000346*                  FORCAGE PAR CTLCHN, REFUS (RC 8) SI ECHTERM
000347*                  N'EST PAS TERMINE. LA DATE DE TRAITEMENT EST LA
000348*                  DATE METIER. APRES UN PASSAGE INTERROMPU, LA
000349*                  REPRISE EST PRISE D'OFFICE.
000350* 15/10/2026 JLY   JOURS OUVRES : UN ORDRE ECHU UN SAMEDI, UN
000351*                  DIMANCHE OU UN JOUR FERIE (CALENDRIER CALEND,
000352*                  ZONE FR ET ZONE DE LA CHAINE) EST EXECUTE LE
000353*                  JOUR OUVRE SUIVANT, OU LE PRECEDENT SI LE
000354*                  SUIVANT SORT DU MOIS ; ORDRES DECALES COMPTES.
000355* 15/10/2026 JLY   REPRISE EN COMPLEMENT : LES MOUVEMENTS DU JOUR
000356*                  DEJA PRESENTS DANS MVTSCSV SONT RELEVES ET
000357*                  SEULS LES MOUVEMENTS D'ORDRES ABSENTS SONT
000358*                  GENERES (PASSAGE INTERROMPU COMPLETE, AUCUN
000359*                  ORDRE PERDU NI DOUBLE).
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. GENORD.
000490         FILE STATUS IS MVT-FILE-STATUS.
000500     SELECT SESSION-FILE ASSIGN TO "SESSION"
000510         ORGANIZATION IS LINE SEQUENTIAL
000511         FILE STATUS IS SESSION-STATUS.
000512     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000513         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS RANDOM
000515         RECORD KEY IS CTL-CLE
000516         FILE STATUS IS RUNCTL-STATUS.
000517     SELECT CALENDRIER-FILE ASSIGN TO "CALEND"
000518         ORGANIZATION IS INDEXED
000519         ACCESS MODE IS RANDOM
000520         RECORD KEY IS CAL-CLE
000521         FILE STATUS IS CALENDRIER-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  ORDRE-FILE
000740 01  MVT-LIGNE PIC x(80).
000750
000760 FD  SESSION-FILE
000761     LABEL RECORDS ARE STANDARD.
000762 01  SES-ENREG.
000763     02 SES-ETAT PIC x(01).
000764     02 SES-DATE PIC 9(08).
000765     02 SES-HEURE PIC 9(08).
000766 FD  RUNCTL-FILE
000767     LABEL RECORDS ARE STANDARD.
000768 01  CTL-ENREG.
000769     02 CTL-CLE.
000770         03 CTL-DATE-METIER PIC 9(08).
000771         03 CTL-TRAITEMENT PIC x(08).
000772     02 CTL-ETAT PIC x(01).
000773         88 CTL-EN-COURS VALUE 'E'.
000774         88 CTL-TERMINE VALUE 'T'.
000775         88 CTL-ANOMALIE VALUE 'A'.
000776         88 CTL-REFUSE VALUE 'R'.
000777     02 CTL-DATE-DEBUT PIC 9(08).
000778     02 CTL-HEURE-DEBUT PIC 9(08).
000779     02 CTL-DATE-FIN PIC 9(08).
000780     02 CTL-HEURE-FIN PIC 9(08).
000781     02 CTL-CODE-RETOUR PIC 9(04).
000782     02 CTL-NB-LUS PIC 9(09).
000783     02 CTL-NB-ECRITS PIC 9(09).
000784     02 CTL-NB-REJETS PIC 9(09).
000785     02 CTL-NB-PASSAGES PIC 9(03).
000786     02 CTL-FORCAGE PIC x(01).
000787         88 CTL-FORCE VALUE 'O'.
000788     02 CTL-MODE PIC x(01).
000789         88 CTL-MODE-NORMAL VALUE 'N'.
000790         88 CTL-MODE-REPRISE VALUE 'R'.
000791         88 CTL-MODE-FORCE VALUE 'F'.
000792     02 CTL-DATE-REFERENCE PIC 9(08).
000793     02 FILLER PIC x(07).
000794 01  CTL-DATE-ENREG.
000795     02 FILLER PIC x(16).
000796     02 CTL-DM-ETAT PIC x(01).
000797         88 CTL-DM-OUVERTE VALUE 'O'.
000798         88 CTL-DM-FERMEE VALUE 'F'.
000799     02 CTL-DM-DATE-COURANTE PIC 9(08).
000800     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
000801     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
000802     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
000803     02 CTL-DM-ZONE PIC x(02).
000804     02 CTL-DM-JOUR-OUVRE PIC x(01).
000805         88 CTL-DM-OUVRE VALUE 'O'.
000806     02 CTL-DM-FIN-MOIS PIC x(01).
000807         88 CTL-DM-DERNIER-OUVRE VALUE 'O'.
000808     02 FILLER PIC x(47).
000809 FD  CALENDRIER-FILE
000810     LABEL RECORDS ARE STANDARD.
000811 01  CALENDRIER-ENREG.
000812     02 CAL-CLE.
000813         03 CAL-ZONE PIC x(02).
000814         03 CAL-DATE PIC 9(08).
000815     02 CAL-LIBELLE PIC x(30).
000816     02 CAL-ORIGINE PIC x(01).
000817     02 CAL-DATE-MAJ PIC 9(08).
000818     02 FILLER PIC x(07).
000820 WORKING-STORAGE SECTION.
000830
000840* Garde de la fenetre batch : le drapeau de session en ligne
001080     88 ouverture-echouee VALUE 'O'.
001090
001100* Mode de lancement (SYSIN) : a blanc, generation normale ;
001108* REPRISE, reprise apres incident (prise d'office apres un
001116* passage interrompu de GENORD) : les mouvements du jour deja
001124* presents dans MVTSCSV sont releves et seuls les mouvements
001132* d'ordres absents sont generes, sans doubler les autres.
001140 77 mode-lancement PIC x(08).
001141     88 reprise-demandee VALUE 'REPRISE'.
001142 01 date-valeur-texte PIC x(10).
001143 77 lg-numseq PIC 9(02) COMP.
001144 77 nb-mvts-deja-presents PIC 9(05) COMP VALUE ZERO.
001145 77 nb-mvts-presents PIC 9(05) COMP VALUE ZERO.
001146 77 idx-present PIC 9(05) COMP.
001147 77 mvt-present-sw PIC x(01).
001148     88 mvt-present VALUE 'O'.
001149 01 TABLE-MVTS-PRESENTS.
001150     02 MVT-DU-JOUR OCCURS 5000 TIMES.
001151         03 MP-LIGNE PIC x(36).
001152         03 MP-UTILISE PIC x(01).
001160
001170 77 generation-echouee-sw PIC x(01).
001180     88 generation-echouee VALUE 'O'.
001200 77 nb-ordres-lus PIC 9(05) COMP VALUE ZERO.
001210 77 nb-ordres-echus PIC 9(05) COMP VALUE ZERO.
001220 77 nb-mvts-generes PIC 9(05) COMP VALUE ZERO.
001225 77 nb-ordres-decales PIC 9(05) COMP VALUE ZERO.
001230 77 total-generes PIC 9(11)v9(02) VALUE ZERO.
001240
001250* Date du traitement et quantieme maximum du mois en cours : un
001390     88 annee-bissextile VALUE 'O'.
001400 77 jour-max-du-mois PIC 9(02).
001410 77 reste-4 PIC 9(02).
001411 77 reste-100 PIC 9(02).
001412 77 reste-400 PIC 9(03).
001413 77 quotient-annee PIC 9(04).
001414
001415* Jours ouvres du mois du traitement (O/N), d'apres les samedis
001416* et dimanches et le calendrier des jours non ouvres (CALEND,
001417* tenu par GESCAL : zone nationale FR et zone regionale de la
001418* chaine posee par FENBAT OUVRIR ; calendrier absent = seuls
001419* les samedis et dimanches sont non ouvres), et jour
001420* d'execution de chaque jour nominal du mois : le jour lui-meme
001421* s'il est ouvre, sinon le jour ouvre suivant dans le mois, a
001422* defaut le jour ouvre precedent.
001423 01 CALENDRIER-STATUS PIC x(02).
001424     88 CALENDRIER-OK VALUE '00'.
001425     88 CALENDRIER-INEXISTANT VALUE '35'.
001426 77 calendrier-present-sw PIC x(01).
001427     88 calendrier-present VALUE 'O'.
001428 77 zone-chaine PIC x(02) VALUE SPACES.
001429 01 TABLE-JOURS-OUVRES.
001430     02 JOUR-OUVRE-MOIS PIC x(01) OCCURS 31 TIMES.
001431 01 TABLE-JOURS-EXECUTION.
001432     02 JOUR-EXECUTION PIC 9(02) OCCURS 31 TIMES.
001433 77 idx-jour PIC 9(02) COMP.
001434 77 jour-cherche PIC 9(02) COMP.
001435 77 jour-trouve-sw PIC x(01).
001436     88 jour-trouve VALUE 'O'.
001437 77 jour-nominal PIC 9(02).
001438 01 date-nominale PIC 9(08).
001439 01 date-nominale-decoupe REDEFINES date-nominale.
001440     02 dn-aaaa PIC 9(04).
001441     02 dn-mm PIC 9(02).
001442     02 dn-jj PIC 9(02).
001443 01 date-calcul PIC 9(08).
001444 01 date-calcul-r REDEFINES date-calcul.
001445     02 dc-annee PIC 9(04).
001446     02 dc-mois PIC 9(02).
001447     02 dc-jour PIC 9(02).
001448* Jour de la semaine (1 = lundi ... 7 = dimanche) par la
001449* congruence de Zeller.
001450 77 jour-semaine PIC 9(01).
001451 77 zl-mois PIC 9(02) COMP.
001452 77 zl-annee PIC 9(04) COMP.
001453 77 zl-siecle PIC 9(02) COMP.
001454 77 zl-an PIC 9(02) COMP.
001455 77 zl-terme PIC 9(03) COMP.
001456 77 zl-somme PIC 9(05) COMP.
001457 77 zl-quotient PIC 9(05) COMP.
001458 77 zl-reste PIC 9(01) COMP.
001459
001460* Suite des numeros de sequence : le plus grand numero deja
001470* present dans MVTSCSV est determine par une premiere lecture,
001480* les mouvements generes continuent la numerotation.
001570 01 gen-numseq-edit PIC 9(06).
001580 01 gen-numcli-edit PIC 9(06).
001590 01 gen-numprod-edit PIC 9(03).
001591 01 gen-sens PIC x(01).
001592 01 gen-montant-edit PIC 9(9).99.
001593
001594* Controle d'execution de la chaine (fichier RUNCTL) : date metier
001595* posee par FENBAT OUVRIR, second passage reussi pour la meme date
001596* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
001597* demarrage refuse tant que le traitement prerequis n'est pas
001598* termine pour la date metier.
001599 01 RUNCTL-STATUS PIC x(02).
001600     88 RUNCTL-OK VALUE '00'.
001601     88 RUNCTL-INEXISTANT VALUE '35'.
001602 77 ctl-programme PIC x(08) VALUE 'GENORD'.
001603 77 ctl-prerequis PIC x(08) VALUE 'ECHTERM'.
001604 77 ctl-periodicite PIC x(01) VALUE 'J'.
001605     88 ctl-quotidien VALUE 'J'.
001606     88 ctl-mensuel VALUE 'M'.
001607     88 ctl-annuel VALUE 'A'.
001608 77 ctl-existant-sw PIC x(01).
001609     88 ctl-existant VALUE 'O'.
001610 77 execution-refusee-sw PIC x(01) VALUE 'N'.
001611     88 execution-refusee VALUE 'O'.
001612 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
001613     88 execution-inscrite VALUE 'O'.
001614 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
001615     88 execution-interrompue VALUE 'O'.
001616 77 execution-forcee-sw PIC x(01) VALUE 'N'.
001617     88 execution-forcee VALUE 'O'.
001618 01 controle-sauve PIC x(100).
001619 01 date-metier PIC 9(08).
001620 01 periode-controle PIC 9(08).
001621 01 periode-controle-decoupe REDEFINES periode-controle.
001622     02 pc-aaaa PIC 9(04).
001623     02 pc-mm PIC 9(02).
001624     02 pc-jj PIC 9(02).
001625
001630 PROCEDURE DIVISION.
001640
001650******************************************************************
001740         MOVE 8 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.
001762     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
001764     IF execution-refusee
001766         STOP RUN
001768     END-IF.
001770     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001780     IF NOT ouverture-echouee
001790         PERFORM 2000-TRAITER-ORDRE THRU 2000-EXIT
001800             UNTIL fin-ordres
001810         PERFORM 9000-TERMINAISON THRU 9000-EXIT
001820     END-IF.
001825     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
001830     STOP RUN.
001840
001850******************************************************************
002150     EXIT.
002160
002170******************************************************************
002171* 0600-OUVRIR-CONTROLE
002172*    Controle d'execution (fichier RUNCTL) : lit la date metier
002173*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
002174*    la meme date ou periode (code retour 4) sauf forcage, refuse
002175*    le demarrage tant que le prerequis n'est pas termine pour la
002176*    date metier (code retour 8), puis inscrit le passage a l'etat
002177*    en cours. Un passage precedent reste en cours ou termine en
002178*    anomalie signale une relance apres incident.
002179******************************************************************
002180 0600-OUVRIR-CONTROLE.
002181     MOVE 'N' TO execution-refusee-sw.
002182     MOVE 'N' TO execution-inscrite-sw.
002183     MOVE 'N' TO execution-interrompue-sw.
002184     MOVE 'N' TO execution-forcee-sw.
002185     OPEN I-O RUNCTL-FILE.
002186     IF NOT RUNCTL-OK
002187         DISPLAY "GENORD : FICHIER DE CONTROLE RUNCTL"
002188             " INACCESSIBLE - CODE " RUNCTL-STATUS
002189             " - JOB REFUSE."
002190         SET execution-refusee TO TRUE
002191         MOVE 8 TO RETURN-CODE
002192         GO TO 0600-EXIT
002193     END-IF.
002194     MOVE ZERO TO CTL-DATE-METIER.
002195     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
002196     READ RUNCTL-FILE
002197         INVALID KEY
002198             DISPLAY "GENORD : DATE METIER NON POSEE"
002199                 " (FENBAT OUVRIR) - JOB REFUSE."
002200             SET execution-refusee TO TRUE
002201             MOVE 8 TO RETURN-CODE
002202             CLOSE RUNCTL-FILE
002203             GO TO 0600-EXIT
002204     END-READ.
002205     MOVE CTL-DM-DATE-COURANTE TO date-metier.
002206     MOVE CTL-DM-ZONE TO zone-chaine.
002207     MOVE date-metier TO periode-controle.
002208     IF ctl-mensuel
002209         MOVE ZERO TO pc-jj
002210     END-IF.
002211     IF ctl-annuel
002212         MOVE ZERO TO pc-mm
002213         MOVE ZERO TO pc-jj
002214     END-IF.
002215     MOVE 'O' TO ctl-existant-sw.
002216     MOVE periode-controle TO CTL-DATE-METIER.
002217     MOVE ctl-programme TO CTL-TRAITEMENT.
002218     READ RUNCTL-FILE
002219         INVALID KEY
002220             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
002221     END-READ.
002222     IF CTL-FORCE
002223         SET execution-forcee TO TRUE
002224     END-IF.
002225     IF CTL-TERMINE AND NOT execution-forcee
002226         DISPLAY "GENORD : DEJA TERMINE POUR " periode-controle
002227             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
002228             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
002229         SET execution-refusee TO TRUE
002230         MOVE 4 TO RETURN-CODE
002231         CLOSE RUNCTL-FILE
002232         GO TO 0600-EXIT
002233     END-IF.
002234     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
002235         SET execution-interrompue TO TRUE
002236     END-IF.
002237     MOVE CTL-ENREG TO controle-sauve.
002238     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
002239         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
002240     END-IF.
002241     MOVE controle-sauve TO CTL-ENREG.
002242     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
002243     ACCEPT CTL-HEURE-DEBUT FROM TIME.
002244     MOVE ZERO TO CTL-DATE-FIN.
002245     MOVE ZERO TO CTL-HEURE-FIN.
002246     MOVE date-metier TO CTL-DATE-REFERENCE.
002247     ADD 1 TO CTL-NB-PASSAGES.
002248     IF execution-refusee
002249         GO TO 0600-REFUS
002250     END-IF.
002251     MOVE 'E' TO CTL-ETAT.
002252     MOVE ZERO TO CTL-CODE-RETOUR.
002253     MOVE ZERO TO CTL-NB-LUS.
002254     MOVE ZERO TO CTL-NB-ECRITS.
002255     MOVE ZERO TO CTL-NB-REJETS.
002256     MOVE 'N' TO CTL-FORCAGE.
002257     MOVE 'N' TO CTL-MODE.
002258     IF execution-interrompue
002259         MOVE 'R' TO CTL-MODE
002260         DISPLAY "GENORD : PASSAGE PRECEDENT INTERROMPU POUR "
002261             periode-controle " - RELANCE APRES INCIDENT."
002262     END-IF.
002263     IF execution-forcee
002264         MOVE 'F' TO CTL-MODE
002265         DISPLAY "GENORD : PASSAGE FORCE POUR "
002266             periode-controle "."
002267     END-IF.
002268     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
002269     IF NOT execution-refusee
002270         SET execution-inscrite TO TRUE
002271     END-IF.
002272     CLOSE RUNCTL-FILE.
002273     GO TO 0600-EXIT.
002274 0600-REFUS.
002275*    Un passage interrompu garde son etat : seul un refus sur un
002276*    traitement non encore lance (ou deja refuse) est inscrit.
002277     IF ctl-existant AND NOT CTL-REFUSE
002278         CLOSE RUNCTL-FILE
002279         GO TO 0600-EXIT
002280     END-IF.
002281     MOVE 'R' TO CTL-ETAT.
002282     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
002283     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
002284     CLOSE RUNCTL-FILE.
002285 0600-EXIT.
002286     EXIT.
002287
002288******************************************************************
002289* 0610-INITIALISER-CONTROLE
002290*    Prepare un enregistrement de controle vierge pour le
002291*    traitement et la periode courants (premier passage).
002292******************************************************************
002293 0610-INITIALISER-CONTROLE.
002294     MOVE 'N' TO ctl-existant-sw.
002295     MOVE SPACES TO CTL-ENREG.
002296     MOVE periode-controle TO CTL-DATE-METIER.
002297     MOVE ctl-programme TO CTL-TRAITEMENT.
002298     MOVE ZERO TO CTL-CODE-RETOUR.
002299     MOVE ZERO TO CTL-NB-LUS.
002300     MOVE ZERO TO CTL-NB-ECRITS.
002301     MOVE ZERO TO CTL-NB-REJETS.
002302     MOVE ZERO TO CTL-NB-PASSAGES.
002303     MOVE 'N' TO CTL-FORCAGE.
002304     MOVE 'N' TO CTL-MODE.
002305     MOVE ZERO TO CTL-DATE-REFERENCE.
002306 0610-EXIT.
002307     EXIT.
002308
002309******************************************************************
002310* 0620-CONTROLER-PREREQUIS
002311*    Le traitement prerequis doit etre termine (code retour 4 au
002312*    plus) pour la date metier ; sinon le demarrage est refuse.
002313******************************************************************
002314 0620-CONTROLER-PREREQUIS.
002315     MOVE date-metier TO CTL-DATE-METIER.
002316     MOVE ctl-prerequis TO CTL-TRAITEMENT.
002317     READ RUNCTL-FILE
002318         INVALID KEY
002319             MOVE SPACES TO CTL-ETAT
002320     END-READ.
002321     IF NOT CTL-TERMINE
002322         DISPLAY "GENORD : PREREQUIS " ctl-prerequis
002323             " NON TERMINE POUR LA DATE METIER " date-metier
002324             " - JOB REFUSE."
002325         SET execution-refusee TO TRUE
002326         MOVE 8 TO RETURN-CODE
002327     END-IF.
002328 0620-EXIT.
002329     EXIT.
002330
002331******************************************************************
002332* 0630-ECRIRE-CONTROLE
002333*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
002334*    d'ecriture refuse le job (code retour 8).
002335******************************************************************
002336 0630-ECRIRE-CONTROLE.
002337     IF ctl-existant
002338         REWRITE CTL-ENREG
002339     ELSE
002340         WRITE CTL-ENREG
002341     END-IF.
002342     IF NOT RUNCTL-OK
002343         DISPLAY "GENORD : ERREUR ECRITURE RUNCTL - CODE "
002344             RUNCTL-STATUS " - JOB REFUSE."
002345         SET execution-refusee TO TRUE
002346         MOVE 8 TO RETURN-CODE
002347     END-IF.
002348 0630-EXIT.
002349     EXIT.
002350
002351******************************************************************
002352* 1000-INITIALISATION
002353*    Date le traitement, determine le quantieme maximum et les
002354*    jours ouvres du mois, releve la derniere sequence deja
002355*    presente dans MVTSCSV puis
002356*    rouvre le fichier d'apport en ajout et le fichier des
002357*    ordres en lecture.
002358******************************************************************
002359 1000-INITIALISATION.
002360     MOVE 'N' TO fin-ordres-sw.
002361     MOVE 'N' TO ouverture-echouee-sw.
002362     MOVE 'N' TO generation-echouee-sw.
002363     MOVE SPACES TO mode-lancement.
002364     ACCEPT mode-lancement.
002365     IF execution-interrompue
002366         MOVE 'REPRISE' TO mode-lancement
002367     END-IF.
002368     MOVE date-metier TO date-du-jour.
002369     MOVE SPACES TO date-valeur-texte.
002370     STRING dj-jj "/" dj-mm "/" dj-aaaa DELIMITED BY SIZE
002371         INTO date-valeur-texte
002372     END-STRING.
002373     IF reprise-demandee
002374         DISPLAY "GENORD : REPRISE - SEULS LES MOUVEMENTS"
002375             " D'ORDRES ABSENTS DE MVTSCSV POUR LE "
002376             date-valeur-texte " SONT GENERES."
002377     END-IF.
002378     PERFORM 1200-DETERMINER-JOUR-MAX THRU 1200-EXIT.
002379     PERFORM 1400-CHARGER-JOURS-OUVRES THRU 1400-EXIT.
002380     IF ouverture-echouee
002381         GO TO 1000-EXIT
002382     END-IF.
002390     PERFORM 1300-RELEVER-SEQUENCE THRU 1300-EXIT.
002400     IF ouverture-echouee
002410         GO TO 1000-EXIT
003100*    Lit le fichier d'apport existant et retient le plus grand
003110*    numero de sequence, pour que les mouvements generes
003120*    continuent la numerotation. Fichier absent : la generation
003126*    part de la sequence 1. En reprise, retient aussi les
003132*    mouvements deja presents a la date du traitement.
003140******************************************************************
003150 1300-RELEVER-SEQUENCE.
003160     MOVE ZERO TO dernier-numseq.
003380             SET fin-mvts TO TRUE
003390             GO TO 1310-EXIT
003400     END-READ.
003402     IF reprise-demandee
003404         PERFORM 1320-RETENIR-LIGNE THRU 1320-EXIT
003406     END-IF.
003410     MOVE SPACES TO numseq-texte.
003420     UNSTRING MVT-LIGNE DELIMITED BY ","
003430         INTO numseq-texte
003520     END-IF.
003530     MOVE zone-cadree(4:6) TO numseq-courant.
003540     IF numseq-courant > dernier-numseq
003541         MOVE numseq-courant TO dernier-numseq
003542     END-IF.
003543 1310-EXIT.
003544     EXIT.
003545
003546******************************************************************
003547* 1320-RETENIR-LIGNE
003548*    En reprise, retient la ligne lue (sans son numero de
003549*    sequence) si elle est datee du jour du traitement, au
003550*    format des mouvements generes. Table pleine : la reprise
003551*    est refusee (code retour 8).
003552******************************************************************
003553 1320-RETENIR-LIGNE.
003554     MOVE ZERO TO lg-numseq.
003555     INSPECT MVT-LIGNE TALLYING lg-numseq
003556         FOR CHARACTERS BEFORE INITIAL ",".
003557     IF lg-numseq > 7
003558         GO TO 1320-EXIT
003559     END-IF.
003560     IF MVT-LIGNE(lg-numseq + 28:10) NOT = date-valeur-texte
003561         GO TO 1320-EXIT
003562     END-IF.
003563     IF nb-mvts-presents NOT < 5000
003564         DISPLAY "GENORD : TROP DE MOUVEMENTS DU JOUR DANS"
003565             " MVTSCSV POUR LA REPRISE - GENERATION REFUSEE."
003566         SET ouverture-echouee TO TRUE
003567         MOVE 8 TO RETURN-CODE
003568         SET fin-mvts TO TRUE
003569         GO TO 1320-EXIT
003570     END-IF.
003571     ADD 1 TO nb-mvts-presents.
003572     MOVE MVT-LIGNE(lg-numseq + 2:36)
003573       TO MP-LIGNE(nb-mvts-presents).
003574     MOVE 'N' TO MP-UTILISE(nb-mvts-presents).
003575 1320-EXIT.
003580     EXIT.
003590
003600******************************************************************
003820 1360-EXIT.
003830     EXIT.
003840
003841******************************************************************
003842* 1400-CHARGER-JOURS-OUVRES
003843*    Qualifie chaque jour du mois du traitement (ouvre ou non)
003844*    puis determine le jour d'execution de chaque jour nominal.
003845*    Calendrier absent : avertissement, seuls les samedis et
003846*    dimanches sont non ouvres.
003847******************************************************************
003848 1400-CHARGER-JOURS-OUVRES.
003849     MOVE 'N' TO calendrier-present-sw.
003850     OPEN INPUT CALENDRIER-FILE.
003851     IF CALENDRIER-OK
003852         SET calendrier-present TO TRUE
003853     ELSE
003854         IF NOT CALENDRIER-INEXISTANT
003855             DISPLAY "GENORD : CALENDRIER INACCESSIBLE - CODE "
003856                 CALENDRIER-STATUS
003857             SET ouverture-echouee TO TRUE
003858             MOVE 8 TO RETURN-CODE
003859             GO TO 1400-EXIT
003860         END-IF
003861         DISPLAY "GENORD : CALENDRIER DES JOURS NON OUVRES"
003862             " ABSENT - SEULS LES SAMEDIS ET DIMANCHES SONT"
003863             " NON OUVRES."
003864     END-IF.
003865     MOVE 1 TO idx-jour.
003866     PERFORM 1410-QUALIFIER-JOUR THRU 1410-EXIT
003867         UNTIL idx-jour > jour-max-du-mois.
003868     IF calendrier-present
003869         CLOSE CALENDRIER-FILE
003870     END-IF.
003871     MOVE 1 TO idx-jour.
003872     PERFORM 1450-DETERMINER-EXECUTION THRU 1450-EXIT
003873         UNTIL idx-jour > jour-max-du-mois.
003874     IF JOUR-OUVRE-MOIS(dj-jj) NOT = 'O'
003875         DISPLAY "GENORD : " date-du-jour " JOUR NON OUVRE -"
003876             " AUCUN ORDRE N'EST EXECUTE CE JOUR."
003877     END-IF.
003878 1400-EXIT.
003879     EXIT.
003880
003881 1410-QUALIFIER-JOUR.
003882     MOVE 'N' TO JOUR-OUVRE-MOIS(idx-jour).
003883     MOVE dj-aaaa TO dc-annee.
003884     MOVE dj-mm TO dc-mois.
003885     MOVE idx-jour TO dc-jour.
003886     PERFORM 1420-JOUR-SEMAINE THRU 1420-EXIT.
003887     IF jour-semaine > 5
003888         GO TO 1410-SUIVANT
003889     END-IF.
003890     IF calendrier-present
003891         MOVE 'FR' TO CAL-ZONE
003892         MOVE date-calcul TO CAL-DATE
003893         READ CALENDRIER-FILE
003894             INVALID KEY
003895                 CONTINUE
003896         END-READ
003897         IF CALENDRIER-OK
003898             GO TO 1410-SUIVANT
003899         END-IF
003900         IF zone-chaine NOT = SPACES
003901             MOVE zone-chaine TO CAL-ZONE
003902             MOVE date-calcul TO CAL-DATE
003903             READ CALENDRIER-FILE
003904                 INVALID KEY
003905                     CONTINUE
003906             END-READ
003907             IF CALENDRIER-OK
003908                 GO TO 1410-SUIVANT
003909             END-IF
003910         END-IF
003911     END-IF.
003912     MOVE 'O' TO JOUR-OUVRE-MOIS(idx-jour).
003913 1410-SUIVANT.
003914     ADD 1 TO idx-jour.
003915 1410-EXIT.
003916     EXIT.
003917
003918******************************************************************
003919* 1420-JOUR-SEMAINE
003920*    Jour de la semaine de date-calcul (1 = lundi ... 7 =
003921*    dimanche) ; janvier et fevrier comptent comme les mois 13
003922*    et 14 de l'annee precedente.
003923******************************************************************
003924 1420-JOUR-SEMAINE.
003925     MOVE dc-mois TO zl-mois.
003926     MOVE dc-annee TO zl-annee.
003927     IF zl-mois < 3
003928         ADD 12 TO zl-mois
003929         SUBTRACT 1 FROM zl-annee
003930     END-IF.
003931     DIVIDE zl-annee BY 100 GIVING zl-siecle REMAINDER zl-an.
003932     COMPUTE zl-somme = 13 * (zl-mois + 1).
003933     DIVIDE zl-somme BY 5 GIVING zl-terme.
003934     COMPUTE zl-somme = dc-jour + zl-terme + zl-an
003935         + 5 * zl-siecle + 5.
003936     DIVIDE zl-an BY 4 GIVING zl-terme.
003937     ADD zl-terme TO zl-somme.
003938     DIVIDE zl-siecle BY 4 GIVING zl-terme.
003939     ADD zl-terme TO zl-somme.
003940     DIVIDE zl-somme BY 7 GIVING zl-quotient REMAINDER zl-reste.
003941     COMPUTE jour-semaine = zl-reste + 1.
003942 1420-EXIT.
003943     EXIT.
003944
003945******************************************************************
003946* 1450-DETERMINER-EXECUTION
003947*    Jour d'execution du jour nominal idx-jour : premier jour
003948*    ouvre a partir de lui dans le mois, sinon dernier jour
003949*    ouvre avant lui (mois sans jour ouvre : le jour nominal).
003950******************************************************************
003951 1450-DETERMINER-EXECUTION.
003952     MOVE 'N' TO jour-trouve-sw.
003953     MOVE idx-jour TO jour-cherche.
003954     PERFORM 1460-CHERCHER-SUIVANT THRU 1460-EXIT
003955         UNTIL jour-trouve OR jour-cherche > jour-max-du-mois.
003956     IF NOT jour-trouve
003957         MOVE idx-jour TO jour-cherche
003958         PERFORM 1470-CHERCHER-PRECEDENT THRU 1470-EXIT
003959             UNTIL jour-trouve OR jour-cherche = 0
003960     END-IF.
003961     IF NOT jour-trouve
003962         MOVE idx-jour TO jour-cherche
003963     END-IF.
003964     MOVE jour-cherche TO JOUR-EXECUTION(idx-jour).
003965     ADD 1 TO idx-jour.
003966 1450-EXIT.
003967     EXIT.
003968
003969 1460-CHERCHER-SUIVANT.
003970     IF JOUR-OUVRE-MOIS(jour-cherche) = 'O'
003971         SET jour-trouve TO TRUE
003972     ELSE
003973         ADD 1 TO jour-cherche
003974     END-IF.
003975 1460-EXIT.
003976     EXIT.
003977
003978 1470-CHERCHER-PRECEDENT.
003979     IF JOUR-OUVRE-MOIS(jour-cherche) = 'O'
003980         SET jour-trouve TO TRUE
003981     ELSE
003982         SUBTRACT 1 FROM jour-cherche
003983     END-IF.
003984 1470-EXIT.
003985     EXIT.
003986
003987******************************************************************
003988* 2000-TRAITER-ORDRE
003989*    Examine l'ordre courant : actif, non expire a son jour
003990*    nominal du mois (jour demande, ramene au dernier jour d'un
003991*    mois plus court) et dont le jour d'execution (jour nominal
003992*    decale au jour ouvre) est le jour du traitement, il genere
003993*    sa paire debit/credit. Puis lit l'ordre suivant.
003994******************************************************************
003995 2000-TRAITER-ORDRE.
003996     ADD 1 TO nb-ordres-lus.
003997     IF NOT OP-ACTIF
003998         GO TO 2000-SUIVANT
003999     END-IF.
004000     IF OP-JOUR-MOIS = 0
004001         GO TO 2000-SUIVANT
004002     END-IF.
004003     MOVE OP-JOUR-MOIS TO jour-nominal.
004004     IF jour-nominal > jour-max-du-mois
004005         MOVE jour-max-du-mois TO jour-nominal
004006     END-IF.
004007     MOVE date-du-jour TO date-nominale.
004008     MOVE jour-nominal TO dn-jj.
004009     IF OP-DATEFIN < date-nominale
004010         GO TO 2000-SUIVANT
004011     END-IF.
004012     IF JOUR-EXECUTION(jour-nominal) = dj-jj
004020         ADD 1 TO nb-ordres-echus
004022         IF jour-nominal NOT = dj-jj
004024             ADD 1 TO nb-ordres-decales
004026         END-IF
004030         PERFORM 2100-GENERER-PAIRE THRU 2100-EXIT
004040     END-IF.
004050 2000-SUIVANT.
004330*    Ecrit une ligne de mouvement dans le fichier d'apport, au
004340*    format attendu par POSTMVT (NUMSEQ,NUMCLI,NUMPROD,SENS,
004350*    MONTANT,JJ/MM/AAAA). Une erreur d'ecriture interrompt la
004355*    generation avec un code retour non nul. En reprise, un
004360*    mouvement deja present dans MVTSCSV n'est pas reecrit et
004365*    son numero de sequence est rendu.
004370******************************************************************
004380 2200-ECRIRE-MVT.
004390     ADD 1 TO dernier-numseq.
004590         dj-aaaa DELIMITED BY SIZE
004600         INTO MVT-LIGNE
004610     END-STRING.
004611     IF reprise-demandee
004612         PERFORM 2250-CHERCHER-PRESENT THRU 2250-EXIT
004613         IF mvt-present
004614             SUBTRACT 1 FROM dernier-numseq
004615             ADD 1 TO nb-mvts-deja-presents
004616             GO TO 2200-EXIT
004617         END-IF
004618     END-IF.
004620     WRITE MVT-LIGNE.
004630     IF NOT MVT-FILE-OK
004640         DISPLAY "GENORD : ERREUR ECRITURE MOUVEMENTS - CODE "
004690         GO TO 2200-EXIT
004700     END-IF.
004710     ADD 1 TO nb-mvts-generes.
004711     ADD OP-MONTANT TO total-generes.
004712 2200-EXIT.
004713     EXIT.
004714
004715******************************************************************
004716* 2250-CHERCHER-PRESENT
004717*    Cherche le mouvement a generer parmi les mouvements du jour
004718*    releves en reprise ; une ligne trouvee n'est retenue qu'une
004719*    fois (deux ordres identiques donnent deux lignes).
004720******************************************************************
004721 2250-CHERCHER-PRESENT.
004722     MOVE 'N' TO mvt-present-sw.
004723     MOVE 1 TO idx-present.
004724     PERFORM 2260-COMPARER-PRESENT THRU 2260-EXIT
004725         UNTIL mvt-present OR idx-present > nb-mvts-presents.
004726 2250-EXIT.
004727     EXIT.
004728
004729 2260-COMPARER-PRESENT.
004730     IF MP-UTILISE(idx-present) = 'N'
004731         AND MP-LIGNE(idx-present) = MVT-LIGNE(8:36)
004732         MOVE 'O' TO MP-UTILISE(idx-present)
004733         SET mvt-present TO TRUE
004734         GO TO 2260-EXIT
004735     END-IF.
004736     ADD 1 TO idx-present.
004737 2260-EXIT.
004740     EXIT.
004750
004760******************************************************************
004880     DISPLAY "GENORD : " nb-ordres-lus " ORDRE(S) LU(S) - "
004890         nb-ordres-echus " ECHU(S) - "
004900         nb-mvts-generes " MOUVEMENT(S) GENERE(S).".
004901     DISPLAY "GENORD : " nb-ordres-decales " ORDRE(S) ECHU(S) UN"
004902         " JOUR NON OUVRE, EXECUTE(S) CE JOUR.".
004903     IF reprise-demandee
004904         DISPLAY "GENORD : REPRISE - " nb-mvts-deja-presents
004905             " MOUVEMENT(S) DEJA PRESENT(S) DANS MVTSCSV, NON"
004906             " REGENERE(S)."
004907     END-IF.
004910 9000-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950* 9800-CLORE-CONTROLE
004960*    Inscrit la fin du passage dans le fichier de controle : date
004970*    et heure de fin, code retour, volumes traites ; etat termine
004980*    jusqu'au code retour 4, en anomalie au-dela.
004990******************************************************************
005000 9800-CLORE-CONTROLE.
005010     IF NOT execution-inscrite
005020         GO TO 9800-EXIT
005030     END-IF.
005040     OPEN I-O RUNCTL-FILE.
005050     IF NOT RUNCTL-OK
005060         DISPLAY "GENORD : FIN DE PASSAGE NON INSCRITE DANS"
005070             " RUNCTL - CODE " RUNCTL-STATUS
005080         IF RETURN-CODE < 4
005090             MOVE 4 TO RETURN-CODE
005100         END-IF
005110         GO TO 9800-EXIT
005120     END-IF.
005130     MOVE periode-controle TO CTL-DATE-METIER.
005140     MOVE ctl-programme TO CTL-TRAITEMENT.
005150     READ RUNCTL-FILE
005160         INVALID KEY
005170             DISPLAY "GENORD : PASSAGE ABSENT DE RUNCTL - "
005180                 "FIN NON INSCRITE."
005190             IF RETURN-CODE < 4
005200                 MOVE 4 TO RETURN-CODE
005210             END-IF
005220             CLOSE RUNCTL-FILE
005230             GO TO 9800-EXIT
005240     END-READ.
005250     IF RETURN-CODE > 4
005260         MOVE 'A' TO CTL-ETAT
005270     ELSE
005280         MOVE 'T' TO CTL-ETAT
005290     END-IF.
005300     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
005310     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
005320     ACCEPT CTL-HEURE-FIN FROM TIME.
005330     MOVE nb-ordres-lus TO CTL-NB-LUS.
005340     MOVE nb-mvts-generes TO CTL-NB-ECRITS.
005350     MOVE ZERO TO CTL-NB-REJETS.
005360     REWRITE CTL-ENREG.
005370     IF NOT RUNCTL-OK
005380         DISPLAY "GENORD : ERREUR ECRITURE RUNCTL EN FIN - "
005390             "CODE " RUNCTL-STATUS
005400         IF RETURN-CODE < 4
005410             MOVE 4 TO RETURN-CODE
005420         END-IF
005430     END-IF.
005440     CLOSE RUNCTL-FILE.
005450 9800-EXIT.
005460     EXIT.
005470
005480 END PROGRAM GENORD.
