000050*             CSV NUMSEQ,NUMCLI,NUMPROD,SENS,MONTANT,DATEVALEUR)
000060*             sur les soldes des produits du fichier CONTRATS.
000070*             Les mouvements irrecevables, dont les debits qui
000080*             depasseraient le decouvert autorise, partent dans un
000090*             fichier de rejets avec un motif. Un journal de
000100*             passation (MVTJRN) detaille chaque mouvement et
000110*             porte les totaux de controle. Un point de reprise
000120*             (MVTCHK) est ecrit apres chaque mouvement traite ;
000130*             REPRISE en SYSIN fait repartir la passation apres
000140*             le dernier mouvement pointe, sans double passation.
000141*             Une date de valeur tombant un jour non ouvre
000142*             (calendrier CALEND) est redatee au jour ouvre
000143*             suivant, ou precedent si le suivant sortirait du
000144*             mois, ou rejetee (motif NON OUVRE) selon la
000145*             seconde ligne SYSIN (REDATER ou REJETER).
000150* Tectonics: cobc
000160******************************************************************
000170******************************************************************
000410*                  SESSION EN LIGNE (FICHIER SESSION, POSE PAR
000420*                  L'ECRAN) SIGNALE QU'UN POSTE TIENT ENCORE LES
000430*                  FICHIERS OUVERTS.
000431* 02/09/2026 JLY   NOUVEL ETAT DORMANT ('D') SUR LES PRODUITS :
000432*                  UN MOUVEMENT PASSE SUR UN PRODUIT DORMANT LE
000433*                  REVEILLE (RETOUR A L'ETAT ACTIF).
000434* 15/10/2026 JLY   DECOUVERT AUTORISE : LE SOLDE DU PRODUIT EST
000435*                  DESORMAIS SIGNE. UN DEBIT QUI REND LE SOLDE
000436*                  NEGATIF EST PASSE S'IL EST COUVERT PAR UNE
000437*                  AUTORISATION ACTIVE ET VALIDE DU FICHIER
000438*                  AUTDEC (MOTIF SOLDE SINON), DANS LA LIMITE DE
000439*                  SON PLAFOND (MOTIF PLAFOND SINON). COLONNES
000440*                  ANCIEN/NOUVEAU SOLDE DU JOURNAL ELARGIES POUR
000441*                  LE SIGNE.
000442* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER
000443*                  CONTRATS (DATE D'ECHEANCE ET PRODUIT DE
000444*                  VERSEMENT DES DEPOTS A TERME). UN DEBIT SUR UN
000445*                  DEPOT A TERME NON ECHU EST REJETE (MOTIF
000446*                  TERME).
000447* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000448*                  PASSAGE EST INSCRIT POUR LA DATE METIER POSEE
000449*                  PAR FENBAT OUVRIR (DEBUT, FIN, CODE RETOUR,
000450*                  COMPTEURS). SECOND PASSAGE REFUSE (RC 4) SAUF
000451*                  FORCAGE PAR CTLCHN, REFUS (RC 8) SI GENORD
000452*                  N'EST PAS TERMINE. LA DATE DE TRAITEMENT EST LA
000453*                  DATE METIER. APRES UN PASSAGE INTERROMPU, LA
000454*                  REPRISE EST PRISE D'OFFICE.
000455* 15/10/2026 JLY   JOURS NON OUVRES (CALENDRIER CALEND, ZONE FR ET
000456*                  ZONE DE LA CHAINE) : UNE DATE DE VALEUR TOMBANT
000457*                  UN SAMEDI, UN DIMANCHE OU UN JOUR FERIE EST
000458*                  REDATEE AU JOUR OUVRE SUIVANT (PRECEDENT SI LE
000459*                  SUIVANT SORT DU MOIS) OU REJETEE (MOTIF NON
000460*                  OUVRE) SELON LA SECONDE LIGNE SYSIN (REDATER OU
000461*                  REJETER). STATUT REDATE AU JOURNAL ET COMPTEUR
000462*                  DES MOUVEMENTS REDATES.
000463* 15/10/2026 JLY   ECHEC D'OUVERTURE A L'INITIALISATION : CODE
000464*                  RETOUR 8. EN REPRISE, UN POINT DE REPRISE
000465*                  ABSENT OU VIDE DONNE UNE PASSATION NORMALE
000466*                  DEPUIS LE PREMIER MOUVEMENT ; ILLISIBLE, LA
000467*                  REPRISE EST REFUSEE. EN-TETE DU JOURNAL DATE
000468*                  DE LA DATE DE TRAITEMENT.
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. POSTMVT.
000740         FILE STATUS IS HISTO-STATUS.
000750     SELECT SESSION-FILE ASSIGN TO "SESSION"
000760         ORGANIZATION IS LINE SEQUENTIAL
000761         FILE STATUS IS SESSION-STATUS.
000762     SELECT DECOUVERT-FILE ASSIGN TO "AUTDEC"
000763         ORGANIZATION IS INDEXED
000764         ACCESS MODE IS DYNAMIC
000765         RECORD KEY IS DA-CLE
000766         FILE STATUS IS DECOUVERT-STATUS.
000767     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000768         ORGANIZATION IS INDEXED
000769         ACCESS MODE IS RANDOM
000770         RECORD KEY IS CTL-CLE
000771         FILE STATUS IS RUNCTL-STATUS.
000772     SELECT CALENDRIER-FILE ASSIGN TO "CALEND"
000773         ORGANIZATION IS INDEXED
000774         ACCESS MODE IS RANDOM
000775         RECORD KEY IS CAL-CLE
000776         FILE STATUS IS CALENDRIER-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CONTRAT-FILE
000840         03 CT-NUMCLI PIC 9(6).
000850         03 CT-NUMPROD PIC 9(3).
000860     02 CT-INTITULE PIC x(30).
000870     02 CT-SOMME PIC S9(9)v9(2).
000880     02 CT-DATECREATION.
000890         03 CT-JOUR PIC 9(2).
000900         03 CT-MOIS PIC 9(2).
000930         88 CT-ACTIF VALUE 'A'.
000940         88 CT-CLOS VALUE 'C'.
000950         88 CT-DORMANT VALUE 'D'.
000953     02 CT-DATE-ECHEANCE PIC 9(08).
000956     02 CT-PRODUIT-VERSEMENT PIC 9(03).
000960 FD  MVT-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  MVT-LIGNE PIC x(80).
001250         03 HX-NUMSEQ PIC 9(6).
001260     02 HX-SENS PIC x(01).
001270     02 HX-MONTANT PIC 9(9)v9(2).
001280     02 HX-NOUVEAU-SOLDE PIC S9(9)v9(2).
001290     02 HX-DATE-PASSATION PIC 9(08).
001291
001292 FD  SESSION-FILE
001293     LABEL RECORDS ARE STANDARD.
001294 01  SES-ENREG.
001295     02 SES-ETAT PIC x(01).
001296     02 SES-DATE PIC 9(08).
001297     02 SES-HEURE PIC 9(08).
001298 FD  DECOUVERT-FILE
001299     LABEL RECORDS ARE STANDARD.
001300 01  DECOUVERT-ENREG.
001301     02 DA-CLE.
001302         03 DA-NUMCLI PIC 9(6).
001303         03 DA-NUMPROD PIC 9(3).
001304     02 DA-PLAFOND PIC 9(9)v9(2).
001305     02 DA-DATE-DEBUT PIC 9(08).
001306     02 DA-DATE-FIN PIC 9(08).
001307     02 DA-ETAT PIC x(01).
001308         88 DA-ACTIVE VALUE 'A'.
001309         88 DA-REVOQUEE VALUE 'R'.
001310 FD  RUNCTL-FILE
001311     LABEL RECORDS ARE STANDARD.
001312 01  CTL-ENREG.
001313     02 CTL-CLE.
001314         03 CTL-DATE-METIER PIC 9(08).
001315         03 CTL-TRAITEMENT PIC x(08).
001316     02 CTL-ETAT PIC x(01).
001317         88 CTL-EN-COURS VALUE 'E'.
001318         88 CTL-TERMINE VALUE 'T'.
001319         88 CTL-ANOMALIE VALUE 'A'.
001320         88 CTL-REFUSE VALUE 'R'.
001321     02 CTL-DATE-DEBUT PIC 9(08).
001322     02 CTL-HEURE-DEBUT PIC 9(08).
001323     02 CTL-DATE-FIN PIC 9(08).
001324     02 CTL-HEURE-FIN PIC 9(08).
001325     02 CTL-CODE-RETOUR PIC 9(04).
001326     02 CTL-NB-LUS PIC 9(09).
001327     02 CTL-NB-ECRITS PIC 9(09).
001328     02 CTL-NB-REJETS PIC 9(09).
001329     02 CTL-NB-PASSAGES PIC 9(03).
001330     02 CTL-FORCAGE PIC x(01).
001331         88 CTL-FORCE VALUE 'O'.
001332     02 CTL-MODE PIC x(01).
001333         88 CTL-MODE-NORMAL VALUE 'N'.
001334         88 CTL-MODE-REPRISE VALUE 'R'.
001335         88 CTL-MODE-FORCE VALUE 'F'.
001336     02 CTL-DATE-REFERENCE PIC 9(08).
001337     02 FILLER PIC x(07).
001338 01  CTL-DATE-ENREG.
001339     02 FILLER PIC x(16).
001340     02 CTL-DM-ETAT PIC x(01).
001341         88 CTL-DM-OUVERTE VALUE 'O'.
001342         88 CTL-DM-FERMEE VALUE 'F'.
001343     02 CTL-DM-DATE-COURANTE PIC 9(08).
001344     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
001345     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
001346     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
001347     02 CTL-DM-ZONE PIC x(02).
001348     02 CTL-DM-JOUR-OUVRE PIC x(01).
001349         88 CTL-DM-OUVRE VALUE 'O'.
001350     02 CTL-DM-FIN-MOIS PIC x(01).
001351         88 CTL-DM-DERNIER-OUVRE VALUE 'O'.
001352     02 FILLER PIC x(47).
001353 FD  CALENDRIER-FILE
001354     LABEL RECORDS ARE STANDARD.
001355 01  CALENDRIER-ENREG.
001356     02 CAL-CLE.
001357         03 CAL-ZONE PIC x(02).
001358         03 CAL-DATE PIC 9(08).
001359     02 CAL-LIBELLE PIC x(30).
001360     02 CAL-ORIGINE PIC x(01).
001361     02 CAL-DATE-MAJ PIC 9(08).
001362     02 FILLER PIC x(07).
001370 WORKING-STORAGE SECTION.
001380
001390* Garde de la fenetre batch : le drapeau de session en ligne
001610 01 CHECKPOINT-STATUS PIC x(02).
001620     88 CHECKPOINT-OK VALUE '00'.
001630     88 CHECKPOINT-INEXISTANT VALUE '35'.
001631
001632 01 HISTO-STATUS PIC x(02).
001633     88 HISTO-OK VALUE '00'.
001634     88 HISTO-INEXISTANT VALUE '35'.
001635     88 HISTO-DOUBLON VALUE '22'.
001636
001637* Autorisations de decouvert (fichier indexe AUTDEC, tenu a
001638* l'ecran) : un debit peut porter le solde en negatif jusqu'au
001639* plafond d'une autorisation active et en cours de validite a
001640* la date du traitement. Fichier absent : aucune autorisation.
001641 01 DECOUVERT-STATUS PIC x(02).
001642     88 DECOUVERT-OK VALUE '00'.
001643     88 DECOUVERT-INEXISTANT VALUE '35'.
001644     88 DECOUVERT-NON-TROUVE VALUE '23'.
001645 77 decouverts-presents-sw PIC x(01) VALUE 'N'.
001646     88 decouverts-presents VALUE 'O'.
001647 77 decouvert-refuse-sw PIC x(01).
001648     88 decouvert-refuse VALUE 'O'.
001649 77 date-traitement PIC 9(08).
001650 77 depassement PIC S9(11)v9(02).
001651
001652* Jours non ouvres : samedis, dimanches et jours feries du
001653* calendrier CALEND (fichier indexe tenu par GESCAL : zone
001654* nationale FR et zone regionale de la chaine posee par FENBAT
001655* OUVRIR ; calendrier absent = seuls les samedis et dimanches
001656* sont non ouvres). Seconde ligne SYSIN : REDATER (ou a blanc),
001657* la date de valeur est reportee au jour ouvre suivant, ou au
001658* jour ouvre precedent si le suivant sortirait du mois ;
001659* REJETER, le mouvement est rejete (motif NON OUVRE).
001660 01 CALENDRIER-STATUS PIC x(02).
001661     88 CALENDRIER-OK VALUE '00'.
001662     88 CALENDRIER-INEXISTANT VALUE '35'.
001663 77 calendrier-present-sw PIC x(01) VALUE 'N'.
001664     88 calendrier-present VALUE 'O'.
001665 77 zone-chaine PIC x(02) VALUE SPACES.
001666 77 traitement-non-ouvre PIC x(08).
001667     88 non-ouvre-redate VALUE 'REDATER' SPACES.
001668     88 non-ouvre-rejete VALUE 'REJETER'.
001669 77 jour-ouvre-sw PIC x(01).
001670     88 jour-ouvre VALUE 'O'.
001671 77 mvt-redate-sw PIC x(01).
001672     88 mvt-redate VALUE 'O'.
001673 77 nb-mvts-redates PIC 9(05) COMP VALUE ZERO.
001674 01 date-calcul PIC 9(08).
001675 01 date-calcul-r REDEFINES date-calcul.
001676     02 dc-annee PIC 9(04).
001677     02 dc-mois PIC 9(02).
001678     02 dc-jour PIC 9(02).
001679* Jour de la semaine (1 = lundi ... 7 = dimanche) par la
001680* congruence de Zeller.
001681 77 jour-semaine PIC 9(01).
001682 77 zl-mois PIC 9(02) COMP.
001683 77 zl-annee PIC 9(04) COMP.
001684 77 zl-siecle PIC 9(02) COMP.
001685 77 zl-an PIC 9(02) COMP.
001686 77 zl-terme PIC 9(03) COMP.
001687 77 zl-somme PIC 9(05) COMP.
001688 77 zl-quotient PIC 9(05) COMP.
001689 77 zl-reste PIC 9(01) COMP.
001690
001700 77 fin-fichier-sw PIC x(01).
001710     88 fin-fichier VALUE 'O'.
002130         03 mvt-mois PIC 9(2).
002140         03 mvt-annee PIC 9(4).
002150
002160 77 ancien-solde PIC S9(9)v9(2).
002170 77 nouveau-solde PIC S9(9)v9(2).
002180
002190* Zones de decoupage de la ligne CSV avant controle. Chaque zone
002200* numerique est recue avec une position de plus que la rubrique
002630     02 jrn-dj-mm PIC x(02).
002640     02 jrn-dj-jj PIC x(02).
002650 01 jrn-montant-edit PIC 9(9).99.
002660 01 jrn-solde-edit PIC -9(9).99.
002670 01 jrn-total-edit PIC 9(11).99.
002680 01 jrn-compteur-edit PIC 9(05).
002690
002790     02 FILLER PIC x(01) VALUE SPACE.
002800     02 jrn-det-montant PIC x(12).
002810     02 FILLER PIC x(01) VALUE SPACE.
002820     02 jrn-det-ancien PIC x(13).
002830     02 FILLER PIC x(01) VALUE SPACE.
002840     02 jrn-det-nouveau PIC x(13).
002850     02 FILLER PIC x(01) VALUE SPACE.
002851     02 jrn-det-datevaleur PIC x(10).
002852     02 FILLER PIC x(01) VALUE SPACE.
002853     02 jrn-det-statut PIC x(10).
002854
002855* Controle d'execution de la chaine (fichier RUNCTL) : date metier
002856* posee par FENBAT OUVRIR, second passage reussi pour la meme date
002857* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
002858* demarrage refuse tant que le traitement prerequis n'est pas
002859* termine pour la date metier.
002860 01 RUNCTL-STATUS PIC x(02).
002861     88 RUNCTL-OK VALUE '00'.
002862     88 RUNCTL-INEXISTANT VALUE '35'.
002863 77 ctl-programme PIC x(08) VALUE 'POSTMVT'.
002864 77 ctl-prerequis PIC x(08) VALUE 'GENORD'.
002865 77 ctl-periodicite PIC x(01) VALUE 'J'.
002866     88 ctl-quotidien VALUE 'J'.
002867     88 ctl-mensuel VALUE 'M'.
002868     88 ctl-annuel VALUE 'A'.
002869 77 ctl-existant-sw PIC x(01).
002870     88 ctl-existant VALUE 'O'.
002871 77 execution-refusee-sw PIC x(01) VALUE 'N'.
002872     88 execution-refusee VALUE 'O'.
002873 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
002874     88 execution-inscrite VALUE 'O'.
002875 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
002876     88 execution-interrompue VALUE 'O'.
002877 77 execution-forcee-sw PIC x(01) VALUE 'N'.
002878     88 execution-forcee VALUE 'O'.
002879 01 controle-sauve PIC x(100).
002880 01 date-metier PIC 9(08).
002881 01 periode-controle PIC 9(08).
002882 01 periode-controle-decoupe REDEFINES periode-controle.
002883     02 pc-aaaa PIC 9(04).
002884     02 pc-mm PIC 9(02).
002885     02 pc-jj PIC 9(02).
002890
002900 PROCEDURE DIVISION.
002910
003010         MOVE 8 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003032     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
003034     IF execution-refusee
003036         STOP RUN
003038     END-IF.
003040     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
003050     IF NOT ouverture-echouee
003060         PERFORM 2000-TRAITER-MVT THRU 2000-EXIT
003070             UNTIL fin-fichier
003080         PERFORM 9000-TERMINAISON THRU 9000-EXIT
003090     END-IF.
003095     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
003100     STOP RUN.
003110
003120******************************************************************
003300     READ SESSION-FILE
003310         AT END
003320             CONTINUE
003321     END-READ.
003322     IF SESSION-OK AND SES-ETAT = 'O'
003323         DISPLAY "POSTMVT : UNE SESSION EN LIGNE TIENT ENCORE LES"
003324             " FICHIERS (DEPUIS " SES-DATE " " SES-HEURE
003325             ") - JOB REFUSE."
003326         SET session-ouverte TO TRUE
003327     END-IF.
003328     CLOSE SESSION-FILE.
003329 0500-EXIT.
003330     EXIT.
003331
003332******************************************************************
003333* 0600-OUVRIR-CONTROLE
003334*    Controle d'execution (fichier RUNCTL) : lit la date metier
003335*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
003336*    la meme date ou periode (code retour 4) sauf forcage, refuse
003337*    le demarrage tant que le prerequis n'est pas termine pour la
003338*    date metier (code retour 8), puis inscrit le passage a l'etat
003339*    en cours. Un passage precedent reste en cours ou termine en
003340*    anomalie signale une relance apres incident.
003341******************************************************************
003342 0600-OUVRIR-CONTROLE.
003343     MOVE 'N' TO execution-refusee-sw.
003344     MOVE 'N' TO execution-inscrite-sw.
003345     MOVE 'N' TO execution-interrompue-sw.
003346     MOVE 'N' TO execution-forcee-sw.
003347     OPEN I-O RUNCTL-FILE.
003348     IF NOT RUNCTL-OK
003349         DISPLAY "POSTMVT : FICHIER DE CONTROLE RUNCTL"
003350             " INACCESSIBLE - CODE " RUNCTL-STATUS
003351             " - JOB REFUSE."
003352         SET execution-refusee TO TRUE
003353         MOVE 8 TO RETURN-CODE
003354         GO TO 0600-EXIT
003355     END-IF.
003356     MOVE ZERO TO CTL-DATE-METIER.
003357     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
003358     READ RUNCTL-FILE
003359         INVALID KEY
003360             DISPLAY "POSTMVT : DATE METIER NON POSEE"
003361                 " (FENBAT OUVRIR) - JOB REFUSE."
003362             SET execution-refusee TO TRUE
003363             MOVE 8 TO RETURN-CODE
003364             CLOSE RUNCTL-FILE
003365             GO TO 0600-EXIT
003366     END-READ.
003367     MOVE CTL-DM-DATE-COURANTE TO date-metier.
003368     MOVE CTL-DM-ZONE TO zone-chaine.
003369     MOVE date-metier TO periode-controle.
003370     IF ctl-mensuel
003371         MOVE ZERO TO pc-jj
003372     END-IF.
003373     IF ctl-annuel
003374         MOVE ZERO TO pc-mm
003375         MOVE ZERO TO pc-jj
003376     END-IF.
003377     MOVE 'O' TO ctl-existant-sw.
003378     MOVE periode-controle TO CTL-DATE-METIER.
003379     MOVE ctl-programme TO CTL-TRAITEMENT.
003380     READ RUNCTL-FILE
003381         INVALID KEY
003382             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
003383     END-READ.
003384     IF CTL-FORCE
003385         SET execution-forcee TO TRUE
003386     END-IF.
003387     IF CTL-TERMINE AND NOT execution-forcee
003388         DISPLAY "POSTMVT : DEJA TERMINE POUR " periode-controle
003389             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
003390             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
003391         SET execution-refusee TO TRUE
003392         MOVE 4 TO RETURN-CODE
003393         CLOSE RUNCTL-FILE
003394         GO TO 0600-EXIT
003395     END-IF.
003396     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
003397         SET execution-interrompue TO TRUE
003398     END-IF.
003399     MOVE CTL-ENREG TO controle-sauve.
003400     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
003401         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
003402     END-IF.
003403     MOVE controle-sauve TO CTL-ENREG.
003404     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
003405     ACCEPT CTL-HEURE-DEBUT FROM TIME.
003406     MOVE ZERO TO CTL-DATE-FIN.
003407     MOVE ZERO TO CTL-HEURE-FIN.
003408     MOVE date-metier TO CTL-DATE-REFERENCE.
003409     ADD 1 TO CTL-NB-PASSAGES.
003410     IF execution-refusee
003411         GO TO 0600-REFUS
003412     END-IF.
003413     MOVE 'E' TO CTL-ETAT.
003414     MOVE ZERO TO CTL-CODE-RETOUR.
003415     MOVE ZERO TO CTL-NB-LUS.
003416     MOVE ZERO TO CTL-NB-ECRITS.
003417     MOVE ZERO TO CTL-NB-REJETS.
003418     MOVE 'N' TO CTL-FORCAGE.
003419     MOVE 'N' TO CTL-MODE.
003420     IF execution-interrompue
003421         MOVE 'R' TO CTL-MODE
003422         DISPLAY "POSTMVT : PASSAGE PRECEDENT INTERROMPU POUR "
003423             periode-controle " - RELANCE APRES INCIDENT."
003424     END-IF.
003425     IF execution-forcee
003426         MOVE 'F' TO CTL-MODE
003427         DISPLAY "POSTMVT : PASSAGE FORCE POUR "
003428             periode-controle "."
003429     END-IF.
003430     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
003431     IF NOT execution-refusee
003432         SET execution-inscrite TO TRUE
003433     END-IF.
003434     CLOSE RUNCTL-FILE.
003435     GO TO 0600-EXIT.
003436 0600-REFUS.
003437*    Un passage interrompu garde son etat : seul un refus sur un
003438*    traitement non encore lance (ou deja refuse) est inscrit.
003439     IF ctl-existant AND NOT CTL-REFUSE
003440         CLOSE RUNCTL-FILE
003441         GO TO 0600-EXIT
003442     END-IF.
003443     MOVE 'R' TO CTL-ETAT.
003444     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
003445     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
003446     CLOSE RUNCTL-FILE.
003447 0600-EXIT.
003448     EXIT.
003449
003450******************************************************************
003451* 0610-INITIALISER-CONTROLE
003452*    Prepare un enregistrement de controle vierge pour le
003453*    traitement et la periode courants (premier passage).
003454******************************************************************
003455 0610-INITIALISER-CONTROLE.
003456     MOVE 'N' TO ctl-existant-sw.
003457     MOVE SPACES TO CTL-ENREG.
003458     MOVE periode-controle TO CTL-DATE-METIER.
003459     MOVE ctl-programme TO CTL-TRAITEMENT.
003460     MOVE ZERO TO CTL-CODE-RETOUR.
003461     MOVE ZERO TO CTL-NB-LUS.
003462     MOVE ZERO TO CTL-NB-ECRITS.
003463     MOVE ZERO TO CTL-NB-REJETS.
003464     MOVE ZERO TO CTL-NB-PASSAGES.
003465     MOVE 'N' TO CTL-FORCAGE.
003466     MOVE 'N' TO CTL-MODE.
003467     MOVE ZERO TO CTL-DATE-REFERENCE.
003468 0610-EXIT.
003469     EXIT.
003470
003471******************************************************************
003472* 0620-CONTROLER-PREREQUIS
003473*    Le traitement prerequis doit etre termine (code retour 4 au
003474*    plus) pour la date metier ; sinon le demarrage est refuse.
003475******************************************************************
003476 0620-CONTROLER-PREREQUIS.
003477     MOVE date-metier TO CTL-DATE-METIER.
003478     MOVE ctl-prerequis TO CTL-TRAITEMENT.
003479     READ RUNCTL-FILE
003480         INVALID KEY
003481             MOVE SPACES TO CTL-ETAT
003482     END-READ.
003483     IF NOT CTL-TERMINE
003484         DISPLAY "POSTMVT : PREREQUIS " ctl-prerequis
003485             " NON TERMINE POUR LA DATE METIER " date-metier
003486             " - JOB REFUSE."
003487         SET execution-refusee TO TRUE
003488         MOVE 8 TO RETURN-CODE
003489     END-IF.
003490 0620-EXIT.
003491     EXIT.
003492
003493******************************************************************
003494* 0630-ECRIRE-CONTROLE
003495*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
003496*    d'ecriture refuse le job (code retour 8).
003497******************************************************************
003498 0630-ECRIRE-CONTROLE.
003499     IF ctl-existant
003500         REWRITE CTL-ENREG
003501     ELSE
003502         WRITE CTL-ENREG
003503     END-IF.
003504     IF NOT RUNCTL-OK
003505         DISPLAY "POSTMVT : ERREUR ECRITURE RUNCTL - CODE "
003506             RUNCTL-STATUS " - JOB REFUSE."
003507         SET execution-refusee TO TRUE
003508         MOVE 8 TO RETURN-CODE
003509     END-IF.
003510 0630-EXIT.
003511     EXIT.
003512
003513******************************************************************
003514* 1000-INITIALISATION
003515*    Lit le mode de lancement (SYSIN : a blanc, passation
003516*    normale ; REPRISE, reprise apres incident) et le traitement
003517*    des dates de valeur non ouvrees (seconde ligne : REDATER
003518*    ou a blanc, REJETER), ouvre le fichier des mouvements en
003519*    entree, le fichier des contrats en mise a jour, le fichier
003520*    de rejets, le journal et le point de reprise (en sortie, ou
003521*    en ajout pour une reprise), le fichier des autorisations de
003522*    decouvert et le calendrier des jours non ouvres s'ils
003523*    existent, puis ecrit l'en-tete du journal, saute les lignes
003524*    deja traitees en reprise et lit le premier mouvement a
003525*    passer.
003530******************************************************************
003540 1000-INITIALISATION.
003550     MOVE 'N' TO fin-fichier-sw.
003560     MOVE 'N' TO ouverture-echouee-sw.
003570     MOVE 'N' TO passation-interrompue-sw.
003580     MOVE SPACES TO mode-lancement.
003581     ACCEPT mode-lancement.
003582     IF execution-interrompue
003583         MOVE 'REPRISE' TO mode-lancement
003584     END-IF.
003585     MOVE SPACES TO traitement-non-ouvre.
003586     ACCEPT traitement-non-ouvre.
003587     IF NOT non-ouvre-redate AND NOT non-ouvre-rejete
003588         DISPLAY "POSTMVT : TRAITEMENT DES JOURS NON OUVRES "
003589             "INCONNU : " traitement-non-ouvre
003590             " (REDATER OU REJETER)."
003591         SET ouverture-echouee TO TRUE
003592         MOVE 8 TO RETURN-CODE
003593         GO TO 1000-EXIT
003594     END-IF.
003600     OPEN INPUT MVT-FILE.
003610     IF NOT MVT-FILE-OK
003620         DISPLAY "POSTMVT : FICHIER MOUVEMENTS INACCESSIBLE - "
003630             "CODE " MVT-FILE-STATUS
003640         SET ouverture-echouee TO TRUE
003645         MOVE 8 TO RETURN-CODE
003650         GO TO 1000-EXIT
003660     END-IF.
003670     OPEN I-O CONTRAT-FILE.
003700             "CODE " CONTRAT-FILE-STATUS
003710         CLOSE MVT-FILE
003720         SET ouverture-echouee TO TRUE
003725         MOVE 8 TO RETURN-CODE
003730         GO TO 1000-EXIT
003740     END-IF.
003750     IF reprise-demandee
003770         IF ouverture-echouee
003780             CLOSE MVT-FILE
003790             CLOSE CONTRAT-FILE
003795             MOVE 8 TO RETURN-CODE
003800             GO TO 1000-EXIT
003810         END-IF
003813     END-IF.
003816     IF reprise-demandee
003820         OPEN EXTEND REJET-FILE
003830     ELSE
003840         OPEN OUTPUT REJET-FILE
003890         CLOSE MVT-FILE
003900         CLOSE CONTRAT-FILE
003910         SET ouverture-echouee TO TRUE
003915         MOVE 8 TO RETURN-CODE
003920         GO TO 1000-EXIT
003930     END-IF.
003940     IF reprise-demandee
004030         CLOSE CONTRAT-FILE
004040         CLOSE REJET-FILE
004050         SET ouverture-echouee TO TRUE
004055         MOVE 8 TO RETURN-CODE
004060         GO TO 1000-EXIT
004070     END-IF.
004080     IF reprise-demandee
004180         CLOSE REJET-FILE
004190         CLOSE JOURNAL-FILE
004200         SET ouverture-echouee TO TRUE
004205         MOVE 8 TO RETURN-CODE
004210         GO TO 1000-EXIT
004220     END-IF.
004230     OPEN I-O HISTO-FILE.
004350         CLOSE JOURNAL-FILE
004360         CLOSE CHECKPOINT-FILE
004370         SET ouverture-echouee TO TRUE
004375         MOVE 8 TO RETURN-CODE
004380         GO TO 1000-EXIT
004381     END-IF.
004382     MOVE 'N' TO decouverts-presents-sw.
004383     OPEN INPUT DECOUVERT-FILE.
004384     IF DECOUVERT-OK
004385         SET decouverts-presents TO TRUE
004386     ELSE
004387         IF NOT DECOUVERT-INEXISTANT
004388             DISPLAY "POSTMVT : FICHIER DECOUVERTS INACCESSIBLE"
004389                 " - CODE " DECOUVERT-STATUS
004390             CLOSE MVT-FILE
004391             CLOSE CONTRAT-FILE
004392             CLOSE REJET-FILE
004393             CLOSE JOURNAL-FILE
004394             CLOSE CHECKPOINT-FILE
004395             CLOSE HISTO-FILE
004396             SET ouverture-echouee TO TRUE
004397             MOVE 8 TO RETURN-CODE
004398             GO TO 1000-EXIT
004399         END-IF
004400     END-IF.
004401     MOVE 'N' TO calendrier-present-sw.
004402     OPEN INPUT CALENDRIER-FILE.
004403     IF CALENDRIER-OK
004404         SET calendrier-present TO TRUE
004405     ELSE
004406         IF NOT CALENDRIER-INEXISTANT
004407             DISPLAY "POSTMVT : CALENDRIER INACCESSIBLE - CODE "
004408                 CALENDRIER-STATUS
004409             CLOSE MVT-FILE
004410             CLOSE CONTRAT-FILE
004411             CLOSE REJET-FILE
004412             CLOSE JOURNAL-FILE
004413             CLOSE CHECKPOINT-FILE
004414             CLOSE HISTO-FILE
004415             IF decouverts-presents
004416                 CLOSE DECOUVERT-FILE
004417             END-IF
004418             SET ouverture-echouee TO TRUE
004419             MOVE 8 TO RETURN-CODE
004420             GO TO 1000-EXIT
004421         END-IF
004422         DISPLAY "POSTMVT : CALENDRIER DES JOURS NON OUVRES"
004423             " ABSENT - SEULS LES SAMEDIS ET DIMANCHES SONT"
004424             " NON OUVRES."
004425     END-IF.
004426     MOVE date-metier TO date-traitement.
004427     IF reprise-demandee
004428         PERFORM 1250-ECRIRE-ENTETE-REPRISE THRU 1250-EXIT
004429         PERFORM 1400-SAUTER-LIGNES THRU 1400-EXIT
004430     ELSE
004440         PERFORM 1200-ECRIRE-ENTETE THRU 1200-EXIT
004450     END-IF.
004680*    et libelles de colonnes).
004690******************************************************************
004700 1200-ECRIRE-ENTETE.
004710     MOVE date-traitement TO jrn-date-jour.
004720     MOVE jrn-date-jour TO jrn-date-edit.
004730     MOVE SPACES TO JRN-LIGNE.
004740     STRING
004850     MOVE SPACES TO JRN-LIGNE.
004860     STRING
004870         " NUMSEQ NUMCLI NPR S MONTANT      " DELIMITED BY SIZE
004880         "ANCIEN SOLDE  NOUVEAU SOLDE DATE VAL.  STATUT"
004890             DELIMITED BY SIZE
004900         INTO JRN-LIGNE
004910     END-STRING.
005210* 1300-LIRE-CHECKPOINT
005220*    Lit le point de reprise MVTCHK et retient le dernier
005230*    enregistrement (nombre de lignes deja traitees et derniere
005236*    sequence passee). Point de reprise absent ou vide : aucune
005242*    ligne n'a ete traitee, la passation repart en mode normal
005248*    depuis le premier mouvement. Point de reprise illisible :
005254*    la reprise est refusee.
005260******************************************************************
005270 1300-LIRE-CHECKPOINT.
005280     MOVE 'N' TO fin-checkpoint-sw.
005290     MOVE ZERO TO lignes-a-sauter.
005300     MOVE ZERO TO dernier-numseq.
005310     OPEN INPUT CHECKPOINT-FILE.
005312     IF CHECKPOINT-INEXISTANT
005314         GO TO 1300-NORMAL
005316     END-IF.
005320     IF NOT CHECKPOINT-OK
005330         DISPLAY "POSTMVT : POINT DE REPRISE ILLISIBLE - "
005340             "REPRISE IMPOSSIBLE - CODE " CHECKPOINT-STATUS
005350         SET ouverture-echouee TO TRUE
005360         GO TO 1300-EXIT
005390         UNTIL fin-checkpoint.
005400     CLOSE CHECKPOINT-FILE.
005410     IF lignes-a-sauter = ZERO
005435         GO TO 1300-NORMAL
005460     END-IF.
005470     MOVE lignes-a-sauter TO nb-lignes-traitees.
005480     DISPLAY "POSTMVT : REPRISE APRES LA LIGNE " lignes-a-sauter
005490         " (DERNIERE SEQUENCE " dernier-numseq ").".
005491     GO TO 1300-EXIT.
005492 1300-NORMAL.
005493     DISPLAY "POSTMVT : POINT DE REPRISE ABSENT OU VIDE - AUCUN"
005494         " MOUVEMENT TRAITE - PASSATION NORMALE DEPUIS LE"
005495         " PREMIER MOUVEMENT.".
005496     MOVE SPACES TO mode-lancement.
005500 1300-EXIT.
005510     EXIT.
005520
006150* 2100-ANALYSER-MVT
006160*    Decoupe la ligne de mouvement en zones puis controle chaque
006170*    rubrique (numero de sequence, numero de client, numero de
006177*    produit, sens D/C, montant, date de valeur et jour ouvre
006184*    de la date de valeur). Positionne mvt-valide et le motif
006191*    de rejet en consequence.
006200******************************************************************
006210 2100-ANALYSER-MVT.
006220     MOVE 'O' TO mvt-valide-sw.
006225     MOVE 'N' TO mvt-redate-sw.
006230     MOVE SPACES TO motif-rejet.
006240     MOVE SPACES TO numseq-texte.
006250     MOVE SPACES TO numcli-texte numprod-texte sens-texte.
006850         GO TO 2100-EXIT
006860     END-IF.
006870     PERFORM 2130-CONTROLER-DATE THRU 2130-EXIT.
006872     IF mvt-valide
006874         PERFORM 2160-CONTROLER-JOUR-OUVRE THRU 2160-EXIT
006876     END-IF.
006880 2100-EXIT.
006890     EXIT.
006900
008390     MOVE zone-brute(1:longueur-zone) TO zone-cadree.
008400     INSPECT zone-cadree REPLACING LEADING " " BY "0".
008410 2150-EXIT.
008411     EXIT.
008412
008413 2155-RACCOURCIR-ZONE.
008414     SUBTRACT 1 FROM longueur-zone.
008415 2155-EXIT.
008416     EXIT.
008417
008418******************************************************************
008419* 2160-CONTROLER-JOUR-OUVRE
008420*    Une date de valeur tombant un jour non ouvre est rejetee
008421*    (REJETER, motif NON OUVRE) ou redatee (REDATER) au premier
008422*    jour ouvre suivant dans le mois, a defaut au dernier jour
008423*    ouvre precedent (mois sans jour ouvre : date inchangee).
008424******************************************************************
008425 2160-CONTROLER-JOUR-OUVRE.
008426     MOVE mvt-annee TO dc-annee.
008427     MOVE mvt-mois TO dc-mois.
008428     MOVE mvt-jour TO dc-jour.
008429     PERFORM 2170-TESTER-JOUR-OUVRE THRU 2170-EXIT.
008430     IF jour-ouvre
008431         GO TO 2160-EXIT
008432     END-IF.
008433     IF non-ouvre-rejete
008434         MOVE 'NON OUVRE' TO motif-rejet
008435         MOVE 'N' TO mvt-valide-sw
008436         GO TO 2160-EXIT
008437     END-IF.
008438     PERFORM 2180-JOUR-SUIVANT THRU 2180-EXIT
008439         UNTIL jour-ouvre OR dc-jour NOT < jour-max-du-mois.
008440     IF NOT jour-ouvre
008441         MOVE mvt-jour TO dc-jour
008442         PERFORM 2185-JOUR-PRECEDENT THRU 2185-EXIT
008443             UNTIL jour-ouvre OR dc-jour NOT > 1
008444     END-IF.
008445     IF NOT jour-ouvre
008446         GO TO 2160-EXIT
008447     END-IF.
008448     MOVE dc-jour TO mvt-jour.
008449     SET mvt-redate TO TRUE.
008450 2160-EXIT.
008451     EXIT.
008452
008453******************************************************************
008454* 2170-TESTER-JOUR-OUVRE
008455*    Positionne jour-ouvre pour date-calcul : ni samedi ni
008456*    dimanche, ni ferie de la zone FR ou de la zone de la chaine.
008457******************************************************************
008458 2170-TESTER-JOUR-OUVRE.
008459     MOVE 'N' TO jour-ouvre-sw.
008460     PERFORM 2175-JOUR-SEMAINE THRU 2175-EXIT.
008461     IF jour-semaine > 5
008462         GO TO 2170-EXIT
008463     END-IF.
008464     IF calendrier-present
008465         MOVE 'FR' TO CAL-ZONE
008466         MOVE date-calcul TO CAL-DATE
008467         READ CALENDRIER-FILE
008468             INVALID KEY
008469                 CONTINUE
008470         END-READ
008471         IF CALENDRIER-OK
008472             GO TO 2170-EXIT
008473         END-IF
008474         IF zone-chaine NOT = SPACES
008475             MOVE zone-chaine TO CAL-ZONE
008476             MOVE date-calcul TO CAL-DATE
008477             READ CALENDRIER-FILE
008478                 INVALID KEY
008479                     CONTINUE
008480             END-READ
008481             IF CALENDRIER-OK
008482                 GO TO 2170-EXIT
008483             END-IF
008484         END-IF
008485     END-IF.
008486     SET jour-ouvre TO TRUE.
008487 2170-EXIT.
008488     EXIT.
008489
008490******************************************************************
008491* 2175-JOUR-SEMAINE
008492*    Jour de la semaine de date-calcul (1 = lundi ... 7 =
008493*    dimanche) ; janvier et fevrier comptent comme les mois 13
008494*    et 14 de l'annee precedente.
008495******************************************************************
008496 2175-JOUR-SEMAINE.
008497     MOVE dc-mois TO zl-mois.
008498     MOVE dc-annee TO zl-annee.
008499     IF zl-mois < 3
008500         ADD 12 TO zl-mois
008501         SUBTRACT 1 FROM zl-annee
008502     END-IF.
008503     DIVIDE zl-annee BY 100 GIVING zl-siecle REMAINDER zl-an.
008504     COMPUTE zl-somme = 13 * (zl-mois + 1).
008505     DIVIDE zl-somme BY 5 GIVING zl-terme.
008506     COMPUTE zl-somme = dc-jour + zl-terme + zl-an
008507         + 5 * zl-siecle + 5.
008508     DIVIDE zl-an BY 4 GIVING zl-terme.
008509     ADD zl-terme TO zl-somme.
008510     DIVIDE zl-siecle BY 4 GIVING zl-terme.
008511     ADD zl-terme TO zl-somme.
008512     DIVIDE zl-somme BY 7 GIVING zl-quotient REMAINDER zl-reste.
008513     COMPUTE jour-semaine = zl-reste + 1.
008514 2175-EXIT.
008515     EXIT.
008516
008517 2180-JOUR-SUIVANT.
008518     ADD 1 TO dc-jour.
008519     PERFORM 2170-TESTER-JOUR-OUVRE THRU 2170-EXIT.
008520 2180-EXIT.
008521     EXIT.
008522
008523 2185-JOUR-PRECEDENT.
008524     SUBTRACT 1 FROM dc-jour.
008525     PERFORM 2170-TESTER-JOUR-OUVRE THRU 2170-EXIT.
008526 2185-EXIT.
008527     EXIT.
008528
008529******************************************************************
008530* 2200-APPLIQUER-MVT
008531*    Lit le produit vise, controle qu'il est actif et que le
008532*    solde permet un debit (un debit qui rend le solde negatif
008533*    doit etre couvert par une autorisation de decouvert, dans
008534*    la limite de son plafond), puis applique le mouvement et
008535*    recrit le contrat. Chaque passation est journalisee.
008536*    Un depot a terme non echu (date d'echeance posterieure a
008537*    la date de traitement) refuse tout debit (motif TERME).
008540******************************************************************
008550 2200-APPLIQUER-MVT.
008560     MOVE mvt-numcli TO CT-NUMCLI.
008740         PERFORM 2400-REJETER-MVT THRU 2400-EXIT
008750         GO TO 2200-EXIT
008760     END-IF.
008761     IF mvt-debit
008762         AND CT-DATE-ECHEANCE NOT = ZERO
008763         AND CT-DATE-ECHEANCE > date-traitement
008764         MOVE 'TERME' TO motif-rejet
008765         PERFORM 2400-REJETER-MVT THRU 2400-EXIT
008766         GO TO 2200-EXIT
008767     END-IF.
008770     MOVE CT-SOMME TO ancien-solde.
008780     IF mvt-debit
008783         COMPUTE nouveau-solde = CT-SOMME - mvt-montant
008786             ON SIZE ERROR
008789                 MOVE 'CAPACITE' TO motif-rejet
008792                 PERFORM 2400-REJETER-MVT THRU 2400-EXIT
008795                 GO TO 2200-EXIT
008798         END-COMPUTE
008801         IF nouveau-solde < ZERO
008804             PERFORM 2250-CONTROLER-DECOUVERT THRU 2250-EXIT
008807             IF decouvert-refuse
008810                 PERFORM 2400-REJETER-MVT THRU 2400-EXIT
008813                 GO TO 2200-EXIT
008816             END-IF
008830         END-IF
008850     ELSE
008860         COMPUTE nouveau-solde = CT-SOMME + mvt-montant
008870             ON SIZE ERROR
009140 2200-EXIT.
009150     EXIT.
009160
009161******************************************************************
009162* 2250-CONTROLER-DECOUVERT
009163*    Controle qu'un debit qui rend le solde negatif est couvert
009164*    par l'autorisation de decouvert du produit : autorisation
009165*    existante, active et valide a la date du traitement (motif
009166*    SOLDE sinon), nouveau solde dans la limite du plafond
009167*    (motif PLAFOND sinon). Positionne decouvert-refuse.
009168******************************************************************
009169 2250-CONTROLER-DECOUVERT.
009170     MOVE 'N' TO decouvert-refuse-sw.
009171     IF NOT decouverts-presents
009172         MOVE 'SOLDE' TO motif-rejet
009173         SET decouvert-refuse TO TRUE
009174         GO TO 2250-EXIT
009175     END-IF.
009176     MOVE mvt-numcli TO DA-NUMCLI.
009177     MOVE mvt-numprod TO DA-NUMPROD.
009178     READ DECOUVERT-FILE.
009179     IF DECOUVERT-NON-TROUVE
009180         MOVE 'SOLDE' TO motif-rejet
009181         SET decouvert-refuse TO TRUE
009182         GO TO 2250-EXIT
009183     END-IF.
009184     IF NOT DECOUVERT-OK
009185         DISPLAY "POSTMVT : ERREUR LECTURE DECOUVERT - CODE "
009186             DECOUVERT-STATUS " SUR " DA-CLE
009187         MOVE 'SOLDE' TO motif-rejet
009188         SET decouvert-refuse TO TRUE
009189         GO TO 2250-EXIT
009190     END-IF.
009191     IF NOT DA-ACTIVE
009192         OR DA-DATE-DEBUT > date-traitement
009193         OR DA-DATE-FIN < date-traitement
009194         MOVE 'SOLDE' TO motif-rejet
009195         SET decouvert-refuse TO TRUE
009196         GO TO 2250-EXIT
009197     END-IF.
009198     COMPUTE depassement = nouveau-solde + DA-PLAFOND.
009199     IF depassement < ZERO
009200         MOVE 'PLAFOND' TO motif-rejet
009201         SET decouvert-refuse TO TRUE
009202     END-IF.
009203 2250-EXIT.
009204     EXIT.
009205
009206******************************************************************
009207* 2300-JOURNALISER-MVT
009208*    Ecrit la ligne de detail du mouvement courant dans le
009209*    journal de passation (le statut PASSE, REDATE pour un
009210*    mouvement passe a une date de valeur reportee au jour
009211*    ouvre, ou le motif de rejet est porte en fin de ligne).
009220******************************************************************
009230 2300-JOURNALISER-MVT.
009240     MOVE mvt-numseq TO jrn-det-numseq.
009460         INTO jrn-det-datevaleur
009470     END-STRING.
009480     MOVE motif-rejet TO jrn-det-statut.
009482     IF motif-rejet = 'PASSE' AND mvt-redate
009484         MOVE 'REDATE' TO jrn-det-statut
009486         ADD 1 TO nb-mvts-redates
009488     END-IF.
009490     MOVE jrn-detail TO JRN-LIGNE.
009500     WRITE JRN-LIGNE.
009510     IF NOT JOURNAL-FILE-OK
009730     MOVE mvt-sens TO HX-SENS.
009740     MOVE mvt-montant TO HX-MONTANT.
009750     MOVE nouveau-solde TO HX-NOUVEAU-SOLDE.
009760     MOVE date-traitement TO HX-DATE-PASSATION.
009770     WRITE HISTO-ENREG.
009780     IF NOT HISTO-OK
009790         DISPLAY "POSTMVT : ERREUR ECRITURE HISTORIQUE - CODE "
010340******************************************************************
010350* 9000-TERMINAISON
010360*    Imprime les totaux de controle du journal (mouvements lus,
010366*    passes, dont redates, et rejetes, total des debits et des
010372*    credits passes)
010380*    puis referme les fichiers.
010390******************************************************************
010400 9000-TERMINAISON.
010500     MOVE SPACES TO JRN-LIGNE.
010510     MOVE nb-mvts-appliques TO jrn-compteur-edit.
010520     STRING " MOUVEMENTS PASSES  : " DELIMITED BY SIZE
010521         jrn-compteur-edit DELIMITED BY SIZE
010522         INTO JRN-LIGNE
010523     END-STRING.
010524     WRITE JRN-LIGNE.
010525     MOVE SPACES TO JRN-LIGNE.
010526     MOVE nb-mvts-redates TO jrn-compteur-edit.
010527     STRING "   DONT REDATES     : " DELIMITED BY SIZE
010530         jrn-compteur-edit DELIMITED BY SIZE
010540         INTO JRN-LIGNE
010550     END-STRING.
010810     CLOSE JOURNAL-FILE.
010820     CLOSE CHECKPOINT-FILE.
010830     CLOSE HISTO-FILE.
010831     IF decouverts-presents
010832         CLOSE DECOUVERT-FILE
010833     END-IF.
010834     IF calendrier-present
010835         CLOSE CALENDRIER-FILE
010836     END-IF.
010840     IF passation-interrompue
010850         DISPLAY "POSTMVT : PASSATION INTERROMPUE - RELANCER EN"
010860             " REPRISE APRES CORRECTION."
010870     END-IF.
010880     DISPLAY "POSTMVT : " nb-mvts-lus " MOUVEMENT(S) LU(S) - "
010890         nb-mvts-appliques " PASSE(S) DONT " nb-mvts-redates
010900         " REDATE(S) - " nb-mvts-rejetes " REJETE(S).".
010910 9000-EXIT.
010920     EXIT.
010930
010940******************************************************************
010950* 9800-CLORE-CONTROLE
010960*    Inscrit la fin du passage dans le fichier de controle : date
010970*    et heure de fin, code retour, volumes traites ; etat termine
010980*    jusqu'au code retour 4, en anomalie au-dela.
010990******************************************************************
011000 9800-CLORE-CONTROLE.
011010     IF NOT execution-inscrite
011020         GO TO 9800-EXIT
011030     END-IF.
011040     OPEN I-O RUNCTL-FILE.
011050     IF NOT RUNCTL-OK
011060         DISPLAY "POSTMVT : FIN DE PASSAGE NON INSCRITE DANS"
011070             " RUNCTL - CODE " RUNCTL-STATUS
011080         IF RETURN-CODE < 4
011090             MOVE 4 TO RETURN-CODE
011100         END-IF
011110         GO TO 9800-EXIT
011120     END-IF.
011130     MOVE periode-controle TO CTL-DATE-METIER.
011140     MOVE ctl-programme TO CTL-TRAITEMENT.
011150     READ RUNCTL-FILE
011160         INVALID KEY
011170             DISPLAY "POSTMVT : PASSAGE ABSENT DE RUNCTL - "
011180                 "FIN NON INSCRITE."
011190             IF RETURN-CODE < 4
011200                 MOVE 4 TO RETURN-CODE
011210             END-IF
011220             CLOSE RUNCTL-FILE
011230             GO TO 9800-EXIT
011240     END-READ.
011250     IF RETURN-CODE > 4
011260         MOVE 'A' TO CTL-ETAT
011270     ELSE
011280         MOVE 'T' TO CTL-ETAT
011290     END-IF.
011300     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
011310     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
011320     ACCEPT CTL-HEURE-FIN FROM TIME.
011330     MOVE nb-mvts-lus TO CTL-NB-LUS.
011340     MOVE nb-mvts-appliques TO CTL-NB-ECRITS.
011350     MOVE nb-mvts-rejetes TO CTL-NB-REJETS.
011360     REWRITE CTL-ENREG.
011370     IF NOT RUNCTL-OK
011380         DISPLAY "POSTMVT : ERREUR ECRITURE RUNCTL EN FIN - "
011390             "CODE " RUNCTL-STATUS
011400         IF RETURN-CODE < 4
011410             MOVE 4 TO RETURN-CODE
011420         END-IF
011430     END-IF.
011440     CLOSE RUNCTL-FILE.
011450 9800-EXIT.
011460     EXIT.
011470
011480 END PROGRAM POSTMVT.
