000200*                  CLIENTLOG : DEVERSEMENT DES ENREGISTREMENTS
000210*                  ANTERIEURS A LA DATE PIVOT DANS UNE ARCHIVE
000220*                  DATEE, RECOPIE DES RECENTS, RECAPITULATIF DE
000221*                  CONTROLE POUR L'AUDIT.
000222* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER
000223*                  CLIENTLOG : NOUVELLE ZONE CLOG-OPERATEUR
000224*                  (IDENTIFIANT DE L'OPERATEUR EN LIGNE, NOM DU
000225*                  PROGRAMME POUR LES TRAITEMENTS BATCH).
000226* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000227*                  PASSAGE EST INSCRIT POUR LE MOIS DE LA DATE
000228*                  METIER POSEE PAR FENBAT OUVRIR (DEBUT, FIN,
000229*                  CODE RETOUR, COMPTEURS). SECOND PASSAGE REFUSE
000230*                  (RC 4) SAUF FORCAGE PAR CTLCHN, REFUS (RC 8) SI
000231*                  RPTLOG N'EST PAS TERMINE.
000232* 15/10/2026 JLY   ENREGISTREMENTS DE L'ARCHIVE LOGARCH ET DU
000233*                  NOUVEAU CLIENTLOG LOGNEUF PORTES A 72
000234*                  POSITIONS : LA ZONE CLOG-OPERATEUR EST
000235*                  CONSERVEE.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. ARCLOG.
000360     SELECT LOG-NEUF-FILE ASSIGN TO "LOGNEUF"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS LOG-NEUF-STATUS.
000381     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS RANDOM
000384         RECORD KEY IS CTL-CLE
000385         FILE STATUS IS RUNCTL-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  CLIENT-LOG-FILE
000460     02 CLOG-OPERATION PIC x(12).
000470     02 CLOG-DATE PIC 9(08).
000480     02 CLOG-HEURE PIC 9(08).
000485     02 CLOG-OPERATEUR PIC x(08).
000490 FD  ARCHIVE-FILE
000500     LABEL RECORDS ARE STANDARD.
000501 01  ARCH-ENREG PIC x(72).
000502 FD  LOG-NEUF-FILE
000503     LABEL RECORDS ARE STANDARD.
000504 01  NEUF-ENREG PIC x(72).
000505
000506 FD  RUNCTL-FILE
000507     LABEL RECORDS ARE STANDARD.
000508 01  CTL-ENREG.
000509     02 CTL-CLE.
000510         03 CTL-DATE-METIER PIC 9(08).
000511         03 CTL-TRAITEMENT PIC x(08).
000512     02 CTL-ETAT PIC x(01).
000513         88 CTL-EN-COURS VALUE 'E'.
000514         88 CTL-TERMINE VALUE 'T'.
000515         88 CTL-ANOMALIE VALUE 'A'.
000516         88 CTL-REFUSE VALUE 'R'.
000517     02 CTL-DATE-DEBUT PIC 9(08).
000518     02 CTL-HEURE-DEBUT PIC 9(08).
000519     02 CTL-DATE-FIN PIC 9(08).
000520     02 CTL-HEURE-FIN PIC 9(08).
000521     02 CTL-CODE-RETOUR PIC 9(04).
000522     02 CTL-NB-LUS PIC 9(09).
000523     02 CTL-NB-ECRITS PIC 9(09).
000524     02 CTL-NB-REJETS PIC 9(09).
000525     02 CTL-NB-PASSAGES PIC 9(03).
000526     02 CTL-FORCAGE PIC x(01).
000527         88 CTL-FORCE VALUE 'O'.
000528     02 CTL-MODE PIC x(01).
000529         88 CTL-MODE-NORMAL VALUE 'N'.
000530         88 CTL-MODE-REPRISE VALUE 'R'.
000531         88 CTL-MODE-FORCE VALUE 'F'.
000532     02 CTL-DATE-REFERENCE PIC 9(08).
000533     02 FILLER PIC x(07).
000534 01  CTL-DATE-ENREG.
000535     02 FILLER PIC x(16).
000536     02 CTL-DM-ETAT PIC x(01).
000537         88 CTL-DM-OUVERTE VALUE 'O'.
000538         88 CTL-DM-FERMEE VALUE 'F'.
000539     02 CTL-DM-DATE-COURANTE PIC 9(08).
000540     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
000541     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
000542     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
000543     02 FILLER PIC x(51).
000560 WORKING-STORAGE SECTION.
000570
000580 01 CLIENT-LOG-STATUS PIC x(02).
000800
000810 01 date-edit.
000820     02 de-aaaa PIC x(04).
000821     02 de-mm PIC x(02).
000822     02 de-jj PIC x(02).
000823
000824* Controle d'execution de la chaine (fichier RUNCTL) : date metier
000825* posee par FENBAT OUVRIR, second passage reussi pour la meme date
000826* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
000827* demarrage refuse tant que le traitement prerequis n'est pas
000828* termine pour la date metier.
000829 01 RUNCTL-STATUS PIC x(02).
000830     88 RUNCTL-OK VALUE '00'.
000831     88 RUNCTL-INEXISTANT VALUE '35'.
000832 77 ctl-programme PIC x(08) VALUE 'ARCLOG'.
000833 77 ctl-prerequis PIC x(08) VALUE 'RPTLOG'.
000834 77 ctl-periodicite PIC x(01) VALUE 'M'.
000835     88 ctl-quotidien VALUE 'J'.
000836     88 ctl-mensuel VALUE 'M'.
000837     88 ctl-annuel VALUE 'A'.
000838 77 ctl-existant-sw PIC x(01).
000839     88 ctl-existant VALUE 'O'.
000840 77 execution-refusee-sw PIC x(01) VALUE 'N'.
000841     88 execution-refusee VALUE 'O'.
000842 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
000843     88 execution-inscrite VALUE 'O'.
000844 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
000845     88 execution-interrompue VALUE 'O'.
000846 77 execution-forcee-sw PIC x(01) VALUE 'N'.
000847     88 execution-forcee VALUE 'O'.
000848 01 controle-sauve PIC x(100).
000849 01 date-metier PIC 9(08).
000850 01 periode-controle PIC 9(08).
000851 01 periode-controle-decoupe REDEFINES periode-controle.
000852     02 pc-aaaa PIC 9(04).
000853     02 pc-mm PIC 9(02).
000854     02 pc-jj PIC 9(02).
000855
000860 PROCEDURE DIVISION.
000870
000880******************************************************************
000920*    recapitulatif de controle.
000930******************************************************************
000940 0000-MAINLINE.
000942     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
000944     IF execution-refusee
000946         STOP RUN
000948     END-IF.
000950     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
000960     IF NOT archivage-echoue
000970         PERFORM 2000-VENTILER-ENREG THRU 2000-EXIT
000980             UNTIL fin-fichier
000990         PERFORM 9000-TERMINAISON THRU 9000-EXIT
001000     END-IF.
001005     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
001010     STOP RUN.
001011
001012******************************************************************
001013* 0600-OUVRIR-CONTROLE
001014*    Controle d'execution (fichier RUNCTL) : lit la date metier
001015*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
001016*    la meme date ou periode (code retour 4) sauf forcage, refuse
001017*    le demarrage tant que le prerequis n'est pas termine pour la
001018*    date metier (code retour 8), puis inscrit le passage a l'etat
001019*    en cours. Un passage precedent reste en cours ou termine en
001020*    anomalie signale une relance apres incident.
001021******************************************************************
001022 0600-OUVRIR-CONTROLE.
001023     MOVE 'N' TO execution-refusee-sw.
001024     MOVE 'N' TO execution-inscrite-sw.
001025     MOVE 'N' TO execution-interrompue-sw.
001026     MOVE 'N' TO execution-forcee-sw.
001027     OPEN I-O RUNCTL-FILE.
001028     IF NOT RUNCTL-OK
001029         DISPLAY "ARCLOG : FICHIER DE CONTROLE RUNCTL"
001030             " INACCESSIBLE - CODE " RUNCTL-STATUS
001031             " - JOB REFUSE."
001032         SET execution-refusee TO TRUE
001033         MOVE 8 TO RETURN-CODE
001034         GO TO 0600-EXIT
001035     END-IF.
001036     MOVE ZERO TO CTL-DATE-METIER.
001037     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
001038     READ RUNCTL-FILE
001039         INVALID KEY
001040             DISPLAY "ARCLOG : DATE METIER NON POSEE"
001041                 " (FENBAT OUVRIR) - JOB REFUSE."
001042             SET execution-refusee TO TRUE
001043             MOVE 8 TO RETURN-CODE
001044             CLOSE RUNCTL-FILE
001045             GO TO 0600-EXIT
001046     END-READ.
001047     MOVE CTL-DM-DATE-COURANTE TO date-metier.
001048     MOVE date-metier TO periode-controle.
001049     IF ctl-mensuel
001050         MOVE ZERO TO pc-jj
001051     END-IF.
001052     IF ctl-annuel
001053         MOVE ZERO TO pc-mm
001054         MOVE ZERO TO pc-jj
001055     END-IF.
001056     MOVE 'O' TO ctl-existant-sw.
001057     MOVE periode-controle TO CTL-DATE-METIER.
001058     MOVE ctl-programme TO CTL-TRAITEMENT.
001059     READ RUNCTL-FILE
001060         INVALID KEY
001061             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
001062     END-READ.
001063     IF CTL-FORCE
001064         SET execution-forcee TO TRUE
001065     END-IF.
001066     IF CTL-TERMINE AND NOT execution-forcee
001067         DISPLAY "ARCLOG : DEJA TERMINE POUR " periode-controle
001068             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
001069             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
001070         SET execution-refusee TO TRUE
001071         MOVE 4 TO RETURN-CODE
001072         CLOSE RUNCTL-FILE
001073         GO TO 0600-EXIT
001074     END-IF.
001075     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
001076         SET execution-interrompue TO TRUE
001077     END-IF.
001078     MOVE CTL-ENREG TO controle-sauve.
001079     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
001080         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
001081     END-IF.
001082     MOVE controle-sauve TO CTL-ENREG.
001083     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
001084     ACCEPT CTL-HEURE-DEBUT FROM TIME.
001085     MOVE ZERO TO CTL-DATE-FIN.
001086     MOVE ZERO TO CTL-HEURE-FIN.
001087     MOVE date-metier TO CTL-DATE-REFERENCE.
001088     ADD 1 TO CTL-NB-PASSAGES.
001089     IF execution-refusee
001090         GO TO 0600-REFUS
001091     END-IF.
001092     MOVE 'E' TO CTL-ETAT.
001093     MOVE ZERO TO CTL-CODE-RETOUR.
001094     MOVE ZERO TO CTL-NB-LUS.
001095     MOVE ZERO TO CTL-NB-ECRITS.
001096     MOVE ZERO TO CTL-NB-REJETS.
001097     MOVE 'N' TO CTL-FORCAGE.
001098     MOVE 'N' TO CTL-MODE.
001099     IF execution-interrompue
001100         MOVE 'R' TO CTL-MODE
001101         DISPLAY "ARCLOG : PASSAGE PRECEDENT INTERROMPU POUR "
001102             periode-controle " - RELANCE APRES INCIDENT."
001103     END-IF.
001104     IF execution-forcee
001105         MOVE 'F' TO CTL-MODE
001106         DISPLAY "ARCLOG : PASSAGE FORCE POUR "
001107             periode-controle "."
001108     END-IF.
001109     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
001110     IF NOT execution-refusee
001111         SET execution-inscrite TO TRUE
001112     END-IF.
001113     CLOSE RUNCTL-FILE.
001114     GO TO 0600-EXIT.
001115 0600-REFUS.
001116*    Un passage interrompu garde son etat : seul un refus sur un
001117*    traitement non encore lance (ou deja refuse) est inscrit.
001118     IF ctl-existant AND NOT CTL-REFUSE
001119         CLOSE RUNCTL-FILE
001120         GO TO 0600-EXIT
001121     END-IF.
001122     MOVE 'R' TO CTL-ETAT.
001123     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
001124     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
001125     CLOSE RUNCTL-FILE.
001126 0600-EXIT.
001127     EXIT.
001128
001129******************************************************************
001130* 0610-INITIALISER-CONTROLE
001131*    Prepare un enregistrement de controle vierge pour le
001132*    traitement et la periode courants (premier passage).
001133******************************************************************
001134 0610-INITIALISER-CONTROLE.
001135     MOVE 'N' TO ctl-existant-sw.
001136     MOVE SPACES TO CTL-ENREG.
001137     MOVE periode-controle TO CTL-DATE-METIER.
001138     MOVE ctl-programme TO CTL-TRAITEMENT.
001139     MOVE ZERO TO CTL-CODE-RETOUR.
001140     MOVE ZERO TO CTL-NB-LUS.
001141     MOVE ZERO TO CTL-NB-ECRITS.
001142     MOVE ZERO TO CTL-NB-REJETS.
001143     MOVE ZERO TO CTL-NB-PASSAGES.
001144     MOVE 'N' TO CTL-FORCAGE.
001145     MOVE 'N' TO CTL-MODE.
001146     MOVE ZERO TO CTL-DATE-REFERENCE.
001147 0610-EXIT.
001148     EXIT.
001149
001150******************************************************************
001151* 0620-CONTROLER-PREREQUIS
001152*    Le traitement prerequis doit etre termine (code retour 4 au
001153*    plus) pour la date metier ; sinon le demarrage est refuse.
001154******************************************************************
001155 0620-CONTROLER-PREREQUIS.
001156     MOVE date-metier TO CTL-DATE-METIER.
001157     MOVE ctl-prerequis TO CTL-TRAITEMENT.
001158     READ RUNCTL-FILE
001159         INVALID KEY
001160             MOVE SPACES TO CTL-ETAT
001161     END-READ.
001162     IF NOT CTL-TERMINE
001163         DISPLAY "ARCLOG : PREREQUIS " ctl-prerequis
001164             " NON TERMINE POUR LA DATE METIER " date-metier
001165             " - JOB REFUSE."
001166         SET execution-refusee TO TRUE
001167         MOVE 8 TO RETURN-CODE
001168     END-IF.
001169 0620-EXIT.
001170     EXIT.
001171
001172******************************************************************
001173* 0630-ECRIRE-CONTROLE
001174*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
001175*    d'ecriture refuse le job (code retour 8).
001176******************************************************************
001177 0630-ECRIRE-CONTROLE.
001178     IF ctl-existant
001179         REWRITE CTL-ENREG
001180     ELSE
001181         WRITE CTL-ENREG
001182     END-IF.
001183     IF NOT RUNCTL-OK
001184         DISPLAY "ARCLOG : ERREUR ECRITURE RUNCTL - CODE "
001185             RUNCTL-STATUS " - JOB REFUSE."
001186         SET execution-refusee TO TRUE
001187         MOVE 8 TO RETURN-CODE
001188     END-IF.
001189 0630-EXIT.
001190     EXIT.
001191
001192******************************************************************
001193* 1000-INITIALISATION
001194*    Lit et controle la date pivot (SYSIN, format AAAAMMJJ),
001195*    ouvre le journal en lecture, l'archive et le journal
001196*    recopie en ecriture, puis lit le premier enregistrement.
001197******************************************************************
001198 1000-INITIALISATION.
001199     MOVE 'N' TO fin-fichier-sw.
001200     MOVE 'N' TO archivage-echoue-sw.
001201     MOVE SPACES TO date-pivot-saisie.
001202     ACCEPT date-pivot-saisie.
001203     IF date-pivot-saisie NOT NUMERIC
001204         DISPLAY "ARCLOG : DATE PIVOT INVALIDE (AAAAMMJJ"
001205             " ATTENDU) : " date-pivot-saisie
001206         SET archivage-echoue TO TRUE
001207         MOVE 8 TO RETURN-CODE
001208         GO TO 1000-EXIT
001209     END-IF.
001210     MOVE date-pivot-saisie TO date-pivot.
001220     OPEN INPUT CLIENT-LOG-FILE.
001230     IF NOT CLIENT-LOG-OK
002620 9000-EXIT.
002630     EXIT.
002640
002650******************************************************************
002660* 9800-CLORE-CONTROLE
002670*    Inscrit la fin du passage dans le fichier de controle : date
002680*    et heure de fin, code retour, volumes traites ; etat termine
002690*    jusqu'au code retour 4, en anomalie au-dela.
002700******************************************************************
002710 9800-CLORE-CONTROLE.
002720     IF NOT execution-inscrite
002730         GO TO 9800-EXIT
002740     END-IF.
002750     OPEN I-O RUNCTL-FILE.
002760     IF NOT RUNCTL-OK
002770         DISPLAY "ARCLOG : FIN DE PASSAGE NON INSCRITE DANS"
002780             " RUNCTL - CODE " RUNCTL-STATUS
002790         IF RETURN-CODE < 4
002800             MOVE 4 TO RETURN-CODE
002810         END-IF
002820         GO TO 9800-EXIT
002830     END-IF.
002840     MOVE periode-controle TO CTL-DATE-METIER.
002850     MOVE ctl-programme TO CTL-TRAITEMENT.
002860     READ RUNCTL-FILE
002870         INVALID KEY
002880             DISPLAY "ARCLOG : PASSAGE ABSENT DE RUNCTL - "
002890                 "FIN NON INSCRITE."
002900             IF RETURN-CODE < 4
002910                 MOVE 4 TO RETURN-CODE
002920             END-IF
002930             CLOSE RUNCTL-FILE
002940             GO TO 9800-EXIT
002950     END-READ.
002960     IF RETURN-CODE > 4
002970         MOVE 'A' TO CTL-ETAT
002980     ELSE
002990         MOVE 'T' TO CTL-ETAT
003000     END-IF.
003010     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
003020     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
003030     ACCEPT CTL-HEURE-FIN FROM TIME.
003040     MOVE nb-enreg-lus TO CTL-NB-LUS.
003050     MOVE nb-enreg-archives TO CTL-NB-ECRITS.
003060     MOVE ZERO TO CTL-NB-REJETS.
003070     REWRITE CTL-ENREG.
003080     IF NOT RUNCTL-OK
003090         DISPLAY "ARCLOG : ERREUR ECRITURE RUNCTL EN FIN - "
003100             "CODE " RUNCTL-STATUS
003110         IF RETURN-CODE < 4
003120             MOVE 4 TO RETURN-CODE
003130         END-IF
003140     END-IF.
003150     CLOSE RUNCTL-FILE.
003160 9800-EXIT.
003170     EXIT.
003180
003190 END PROGRAM ARCLOG.
