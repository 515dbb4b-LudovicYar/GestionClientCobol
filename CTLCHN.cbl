000010******************************************************************
000020* Author:     J. Leroy (service etudes)
000030* Date:       15/10/2026
000040* Purpose:    Controle de la chaine nocturne (fichier indexe
000050*             RUNCTL, tenu par chaque programme de la chaine) :
000060*             ETAT edite le rapport du matin (traitements
000070*             termines, en anomalie, interrompus, refuses et
000080*             encore en attente pour la date metier) ; FORCER
000090*             autorise un second passage ou un passage sans
000100*             prerequis d'un traitement ; NORMAL et REPRISE
000110*             controlent, en premier step d'un job, que le
000120*             lancement demande est coherent avec l'etat du
000130*             traitement (code retour 0 lancement normal, 4
000140*             reprise, 8 refus) pour conditionner la suppression
000142*             des fichiers du passage precedent. FINMOIS fait
000144*             de meme pour un traitement mensuel planifie chaque
000146*             jour, mais seulement le dernier jour ouvre du mois
000148*             (date metier qualifiee par FENBAT OUVRIR d'apres le
000150*             calendrier des jours non ouvres) : code retour 4 et
000152*             aucun step execute les autres jours.
000160* Tectonics: cobc
000170******************************************************************
000180******************************************************************
000190* MODIFICATION HISTORY
000200*-----------------------------------------------------------------
000210* DATE       INIT  DESCRIPTION
000220* 15/10/2026 JLY   CREATION DU CONTROLE DE LA CHAINE NOCTURNE :
000230*                  RAPPORT D'ETAT DU MATIN, FORCAGE D'UN
000240*                  TRAITEMENT, CONTROLE DU LANCEMENT NORMAL OU
000250*                  EN REPRISE D'UN JOB.
000252* 15/10/2026 JLY   AJOUT DE L'INTERFACE COMPTABLE GENERALE
000254*                  INTCPT A LA CHAINE, AVANT L'EXPORT EXPCLI.
000256* 15/10/2026 JLY   AJOUT DE LA PHOTO MENSUELLE DES ENCOURS
000258*                  SITMENS A LA CHAINE, APRES RPTLCB.
000259* 15/10/2026 JLY   ACTION FINMOIS : LANCEMENT D'UN TRAITEMENT
000260*                  MENSUEL LE SEUL DERNIER JOUR OUVRE DU MOIS
000261*                  (CODE RETOUR 4 LES AUTRES JOURS), PERIODICITE F
000262*                  POUR CALCINT, CALCAGI ET SITMENS, JOUR OUVRE ET
000263*                  FIN DE MOIS AU RAPPORT D'ETAT.
000264******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CTLCHN.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS CTL-CLE
000360         FILE STATUS IS RUNCTL-STATUS.
000370     SELECT RAPPORT-FILE ASSIGN TO "CTLRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS RAPPORT-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  RUNCTL-FILE
000430     LABEL RECORDS ARE STANDARD.
000440 01  CTL-ENREG.
000450     02 CTL-CLE.
000460         03 CTL-DATE-METIER PIC 9(08).
000470         03 CTL-TRAITEMENT PIC x(08).
000480     02 CTL-ETAT PIC x(01).
000490         88 CTL-EN-COURS VALUE 'E'.
000500         88 CTL-TERMINE VALUE 'T'.
000510         88 CTL-ANOMALIE VALUE 'A'.
000520         88 CTL-REFUSE VALUE 'R'.
000530     02 CTL-DATE-DEBUT PIC 9(08).
000540     02 CTL-HEURE-DEBUT PIC 9(08).
000550     02 CTL-DATE-FIN PIC 9(08).
000560     02 CTL-HEURE-FIN PIC 9(08).
000570     02 CTL-CODE-RETOUR PIC 9(04).
000580     02 CTL-NB-LUS PIC 9(09).
000590     02 CTL-NB-ECRITS PIC 9(09).
000600     02 CTL-NB-REJETS PIC 9(09).
000610     02 CTL-NB-PASSAGES PIC 9(03).
000620     02 CTL-FORCAGE PIC x(01).
000630         88 CTL-FORCE VALUE 'O'.
000640     02 CTL-MODE PIC x(01).
000650         88 CTL-MODE-NORMAL VALUE 'N'.
000660         88 CTL-MODE-REPRISE VALUE 'R'.
000670         88 CTL-MODE-FORCE VALUE 'F'.
000680     02 CTL-DATE-REFERENCE PIC 9(08).
000690     02 FILLER PIC x(07).
000700 01  CTL-DATE-ENREG.
000710     02 FILLER PIC x(16).
000720     02 CTL-DM-ETAT PIC x(01).
000730         88 CTL-DM-OUVERTE VALUE 'O'.
000740         88 CTL-DM-FERMEE VALUE 'F'.
000750     02 CTL-DM-DATE-COURANTE PIC 9(08).
000760     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
000770     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
000780     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
000782     02 CTL-DM-ZONE PIC x(02).
000784     02 CTL-DM-JOUR-OUVRE PIC x(01).
000786         88 CTL-DM-OUVRE VALUE 'O'.
000788     02 CTL-DM-FIN-MOIS PIC x(01).
000790         88 CTL-DM-DERNIER-OUVRE VALUE 'O'.
000792     02 FILLER PIC x(47).
000800 FD  RAPPORT-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  RAP-LIGNE PIC x(132).
000830
000840 WORKING-STORAGE SECTION.
000850
000860 01 RUNCTL-STATUS PIC x(02).
000870     88 RUNCTL-OK VALUE '00'.
000880     88 RUNCTL-INEXISTANT VALUE '35'.
000890
000900 01 RAPPORT-STATUS PIC x(02).
000910     88 RAPPORT-OK VALUE '00'.
000920
000930* Demande lue en SYSIN, une ligne par zone : action (ETAT,
000938* FORCER, NORMAL, REPRISE ou FINMOIS), traitement (FORCER,
000946* NORMAL et REPRISE ; FINMOIS sans traitement = simple test du
000954* dernier jour ouvre), date metier AAAAMMJJ (a blanc = date
000962* metier courante posee par FENBAT OUVRIR).
000970 77 action-demandee PIC x(08).
000980     88 action-etat VALUE 'ETAT'.
000990     88 action-forcer VALUE 'FORCER'.
001000     88 action-normal VALUE 'NORMAL'.
001010     88 action-reprise VALUE 'REPRISE'.
001015     88 action-fin-de-mois VALUE 'FINMOIS'.
001020 77 traitement-saisi PIC x(08).
001030 77 date-saisie PIC x(08).
001040
001050* Chaine attendue, dans l'ordre de passage : traitement (nom du
001060* programme, FENBAT-O/FENBAT-F pour l'ouverture et la fermeture
001070* de la fenetre, CHGREJ-I/CHGREJ-P pour le chargement des rejets
001080* d'IMPCLI et de POSTMVT), periodicite (J quotidien, M mensuel,
001090* F mensuel du dernier jour ouvre, A annuel : le passage est
001100* controle sur le mois ou l'annee de la date metier), reprise
001110* au point de reprise (O/N) et libelle.
001120 01 TABLE-CHAINE.
001130     02 FILLER PIC x(40)
001140         VALUE 'FENBAT-OJNOUVERTURE FENETRE, DATE METIER'.
001150     02 FILLER PIC x(40)
001160         VALUE 'SAVCLI  JNSAUVEGARDE CLIENTS ET CONTRATS'.
001170     02 FILLER PIC x(40)
001180         VALUE 'RECREJ  JNRECYCLAGE DES REJETS CORRIGES '.
001190     02 FILLER PIC x(40)
001200         VALUE 'IMPCLI  JNIMPORT DES CLIENTS            '.
001210     02 FILLER PIC x(40)
001220         VALUE 'CHGREJ-IJNCHARGEMENT DES REJETS IMPCLI  '.
001230     02 FILLER PIC x(40)
001240         VALUE 'ECHTERM JNECHEANCES DES DEPOTS A TERME  '.
001250     02 FILLER PIC x(40)
001260         VALUE 'GENORD  JNORDRES PERMANENTS ECHUS       '.
001270     02 FILLER PIC x(40)
001280         VALUE 'POSTMVT JOPASSATION DES MOUVEMENTS      '.
001290     02 FILLER PIC x(40)
001300         VALUE 'CHGREJ-PJNCHARGEMENT DES REJETS POSTMVT '.
001310     02 FILLER PIC x(40)
001320         VALUE 'RAPMVT  JNRAPPROCHEMENT DES SOLDES      '.
001330     02 FILLER PIC x(40)
001340         VALUE 'SURMVT  JNSURVEILLANCE DES MOUVEMENTS   '.
001350     02 FILLER PIC x(40)
001360         VALUE 'RPTDEC  JNRAPPORT DES PRODUITS DEBITEURS'.
001370     02 FILLER PIC x(40)
001380         VALUE 'RPTLOG  JNRAPPORT D''ACTIVITE DU JOURNAL '.
001390     02 FILLER PIC x(40)
001400         VALUE 'CALCINT FNCAPITALISATION DES INTERETS   '.
001410     02 FILLER PIC x(40)
001420         VALUE 'CALCAGI FNAGIOS DE DECOUVERT            '.
001430     02 FILLER PIC x(40)
001440         VALUE 'ARCLOG  MNARCHIVAGE DU JOURNAL CLIENTLOG'.
001450     02 FILLER PIC x(40)
001460         VALUE 'RPTLCB  MNDECLARATIONS LCB DU MOIS      '.
001463     02 FILLER PIC x(40)
001466         VALUE 'SITMENS FNPHOTO MENSUELLE DES ENCOURS   '.
001470     02 FILLER PIC x(40)
001480         VALUE 'DETDORM ANPRODUITS DORMANTS, DESHERENCE '.
001490     02 FILLER PIC x(40)
001500         VALUE 'IFUCLI  ANIFU ANNUEL ET EXTRAIT FISCAL  '.
001502     02 FILLER PIC x(40)
001504         VALUE 'INTCPT  JNINTERFACE COMPTABLE GENERALE  '.
001510     02 FILLER PIC x(40)
001520         VALUE 'EXPCLI  JNEXPORT DES CLIENTS EN CSV     '.
001530     02 FILLER PIC x(40)
001540         VALUE 'FENBAT-FJNFERMETURE DE LA FENETRE BATCH '.
001550 01 TABLE-CHAINE-REDEF REDEFINES TABLE-CHAINE.
001560     02 TRAITEMENT-CHAINE OCCURS 23 TIMES.
001570         03 TC-TRAITEMENT PIC x(08).
001580         03 TC-PERIODICITE PIC x(01).
001590             88 TC-QUOTIDIEN VALUE 'J'.
001596             88 TC-MENSUEL VALUE 'M' 'F'.
001602             88 TC-FIN-DE-MOIS VALUE 'F'.
001610             88 TC-ANNUEL VALUE 'A'.
001620         03 TC-REPRISE PIC x(01).
001630             88 TC-REPRISE-AU-POINT VALUE 'O'.
001640         03 TC-LIBELLE PIC x(30).
001650 77 nb-traitements PIC 9(02) COMP VALUE 23.
001660 77 idx-chaine PIC 9(02) COMP VALUE ZERO.
001670
001680 77 traitement-echoue-sw PIC x(01) VALUE 'N'.
001690     88 traitement-echoue VALUE 'O'.
001700 77 traitement-trouve-sw PIC x(01).
001710     88 traitement-trouve VALUE 'O'.
001720 77 ctl-existant-sw PIC x(01).
001730     88 ctl-existant VALUE 'O'.
001740
001750 01 date-metier PIC 9(08).
001760 01 date-metier-decoupe REDEFINES date-metier.
001770     02 dm-aaaa PIC 9(04).
001780     02 dm-mm PIC 9(02).
001790     02 dm-jj PIC 9(02).
001800 01 periode-controle PIC 9(08).
001810 01 periode-controle-decoupe REDEFINES periode-controle.
001820     02 pc-aaaa PIC 9(04).
001830     02 pc-mm PIC 9(02).
001840     02 pc-jj PIC 9(02).
001850 01 date-fenetre-ouverte PIC x(01).
001852* Qualification de la date metier par FENBAT OUVRIR (O/N, a
001854* blanc pour une date demandee en SYSIN).
001856 01 date-jour-ouvre PIC x(01).
001858 01 date-fin-mois PIC x(01).
001860
001870 77 nb-termines PIC 9(05) COMP VALUE ZERO.
001880 77 nb-anomalies PIC 9(05) COMP VALUE ZERO.
001890 77 nb-interrompus PIC 9(05) COMP VALUE ZERO.
001900 77 nb-en-attente PIC 9(05) COMP VALUE ZERO.
001910 77 nb-hors-periode PIC 9(05) COMP VALUE ZERO.
001920
001930* Edition d'une date et d'une heure du fichier de controle sous
001940* la forme JJ/MM HH:MM.
001950 01 date-edit PIC 9(08).
001960 01 date-edit-decoupe REDEFINES date-edit.
001970     02 de-aaaa PIC 9(04).
001980     02 de-mm PIC 9(02).
001990     02 de-jj PIC 9(02).
002000 01 heure-edit PIC 9(08).
002010 01 heure-edit-decoupe REDEFINES heure-edit.
002020     02 he-hh PIC 9(02).
002030     02 he-mn PIC 9(02).
002040     02 FILLER PIC 9(04).
002050 01 horodatage-edit PIC x(11).
002060
002070 01 rap-compteur-edit PIC 9(05).
002080 01 rap-detail.
002090     02 FILLER PIC x(01) VALUE SPACE.
002100     02 rd-traitement PIC x(08).
002110     02 FILLER PIC x(01) VALUE SPACE.
002120     02 rd-libelle PIC x(30).
002130     02 FILLER PIC x(01) VALUE SPACE.
002140     02 rd-periode PIC x(08).
002150     02 FILLER PIC x(01) VALUE SPACE.
002160     02 rd-etat PIC x(18).
002170     02 FILLER PIC x(01) VALUE SPACE.
002180     02 rd-debut PIC x(11).
002190     02 FILLER PIC x(01) VALUE SPACE.
002200     02 rd-fin PIC x(11).
002210     02 FILLER PIC x(01) VALUE SPACE.
002220     02 rd-compteurs.
002230         03 rd-code-retour PIC ZZZ9.
002240         03 FILLER PIC x(01) VALUE SPACE.
002250         03 rd-lus PIC Z(08)9.
002260         03 FILLER PIC x(01) VALUE SPACE.
002270         03 rd-ecrits PIC Z(08)9.
002280         03 FILLER PIC x(01) VALUE SPACE.
002290         03 rd-rejets PIC Z(08)9.
002300         03 FILLER PIC x(01) VALUE SPACE.
002310         03 rd-passages PIC ZZ9.
002320
002330 PROCEDURE DIVISION.
002340
002350******************************************************************
002360* 0000-MAINLINE
002370*    Lit la demande, ouvre le fichier de controle et determine
002380*    la date metier, puis traite l'action demandee.
002390******************************************************************
002400 0000-MAINLINE.
002410     MOVE SPACES TO action-demandee.
002420     MOVE SPACES TO traitement-saisi.
002430     MOVE SPACES TO date-saisie.
002440     ACCEPT action-demandee.
002450     ACCEPT traitement-saisi.
002460     ACCEPT date-saisie.
002470     IF NOT action-etat AND NOT action-forcer
002480         AND NOT action-normal AND NOT action-reprise
002485         AND NOT action-fin-de-mois
002490         DISPLAY "CTLCHN : ACTION INCONNUE EN SYSIN : "
002500             action-demandee
002506             " (ETAT, FORCER, NORMAL, REPRISE OU FINMOIS"
002512             " ATTENDU)."
002520         MOVE 8 TO RETURN-CODE
002530         STOP RUN
002540     END-IF.
002550     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002560     IF traitement-echoue
002570         STOP RUN
002580     END-IF.
002590     EVALUATE TRUE
002600         WHEN action-etat
002610             PERFORM 2000-EDITER-ETAT THRU 2000-EXIT
002620         WHEN action-forcer
002630             PERFORM 3000-FORCER-TRAITEMENT THRU 3000-EXIT
002633         WHEN action-fin-de-mois
002636             PERFORM 4500-CONTROLER-FIN-DE-MOIS THRU 4500-EXIT
002640         WHEN OTHER
002650             PERFORM 4000-CONTROLER-LANCEMENT THRU 4000-EXIT
002660     END-EVALUATE.
002670     CLOSE RUNCTL-FILE.
002680     STOP RUN.
002690
002700******************************************************************
002710* 1000-INITIALISATION
002720*    Ouvre le fichier de controle, lit la date metier courante
002730*    (posee par FENBAT OUVRIR) et retient la date demandee en
002738*    SYSIN ou, a blanc, la date metier courante avec sa
002746*    qualification (jour ouvre, dernier jour ouvre du mois).
002754*    Pour FORCER, NORMAL, REPRISE et FINMOIS avec traitement,
002762*    le traitement doit appartenir a la chaine.
002770******************************************************************
002780 1000-INITIALISATION.
002790     OPEN I-O RUNCTL-FILE.
002800     IF NOT RUNCTL-OK
002810         DISPLAY "CTLCHN : FICHIER DE CONTROLE RUNCTL"
002820             " INACCESSIBLE - CODE " RUNCTL-STATUS
002830         SET traitement-echoue TO TRUE
002840         MOVE 8 TO RETURN-CODE
002850         GO TO 1000-EXIT
002860     END-IF.
002870     MOVE ZERO TO CTL-DATE-METIER.
002880     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
002890     READ RUNCTL-FILE
002900         INVALID KEY
002910             DISPLAY "CTLCHN : DATE METIER NON POSEE"
002920                 " (FENBAT OUVRIR)."
002930             SET traitement-echoue TO TRUE
002940             MOVE 8 TO RETURN-CODE
002950             CLOSE RUNCTL-FILE
002960             GO TO 1000-EXIT
002970     END-READ.
002980     MOVE CTL-DM-DATE-COURANTE TO date-metier.
002990     MOVE CTL-DM-ETAT TO date-fenetre-ouverte.
002993     MOVE CTL-DM-JOUR-OUVRE TO date-jour-ouvre.
002996     MOVE CTL-DM-FIN-MOIS TO date-fin-mois.
003000     IF date-saisie NOT = SPACES
003003         MOVE SPACES TO date-jour-ouvre
003006         MOVE SPACES TO date-fin-mois
003010         IF date-saisie NOT NUMERIC
003020             DISPLAY "CTLCHN : DATE METIER INVALIDE EN SYSIN : "
003030                 date-saisie " (AAAAMMJJ ATTENDU)."
003040             SET traitement-echoue TO TRUE
003050             MOVE 8 TO RETURN-CODE
003060             CLOSE RUNCTL-FILE
003070             GO TO 1000-EXIT
003080         END-IF
003090         MOVE date-saisie TO date-metier
003100     END-IF.
003110     IF action-etat
003115         OR (action-fin-de-mois AND traitement-saisi = SPACES)
003120         GO TO 1000-EXIT
003130     END-IF.
003140     MOVE 'N' TO traitement-trouve-sw.
003150     MOVE 1 TO idx-chaine.
003160     PERFORM 1100-RECHERCHER-TRAITEMENT THRU 1100-EXIT
003170         UNTIL traitement-trouve OR idx-chaine > nb-traitements.
003180     IF NOT traitement-trouve
003190         DISPLAY "CTLCHN : TRAITEMENT " traitement-saisi
003200             " INCONNU DE LA CHAINE."
003210         SET traitement-echoue TO TRUE
003220         MOVE 8 TO RETURN-CODE
003230         CLOSE RUNCTL-FILE
003240     END-IF.
003250 1000-EXIT.
003260     EXIT.
003270
003280 1100-RECHERCHER-TRAITEMENT.
003290     IF TC-TRAITEMENT(idx-chaine) = traitement-saisi
003300         SET traitement-trouve TO TRUE
003310     ELSE
003320         ADD 1 TO idx-chaine
003330     END-IF.
003340 1100-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380* 1200-LIRE-PASSAGE
003390*    Lit dans le fichier de controle le passage du traitement de
003400*    rang idx-chaine, sur la date metier pour un traitement
003410*    quotidien, sur le mois (AAAAMM00) ou l'annee (AAAA0000)
003420*    pour un traitement mensuel ou annuel. Passage absent :
003430*    etat a blanc.
003440******************************************************************
003450 1200-LIRE-PASSAGE.
003460     MOVE date-metier TO periode-controle.
003470     IF TC-MENSUEL(idx-chaine)
003480         MOVE ZERO TO pc-jj
003490     END-IF.
003500     IF TC-ANNUEL(idx-chaine)
003510         MOVE ZERO TO pc-mm
003520         MOVE ZERO TO pc-jj
003530     END-IF.
003540     MOVE 'O' TO ctl-existant-sw.
003550     MOVE periode-controle TO CTL-DATE-METIER.
003560     MOVE TC-TRAITEMENT(idx-chaine) TO CTL-TRAITEMENT.
003570     READ RUNCTL-FILE
003580         INVALID KEY
003590             MOVE 'N' TO ctl-existant-sw
003600             MOVE SPACES TO CTL-ENREG(17:84)
003610             MOVE ZERO TO CTL-CODE-RETOUR
003620             MOVE ZERO TO CTL-NB-PASSAGES
003630     END-READ.
003640 1200-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680* 2000-EDITER-ETAT
003690*    Rapport d'etat de la chaine pour la date metier : une ligne
003700*    par traitement attendu, dans l'ordre de passage, puis les
003710*    totaux. Code retour 8 si un traitement est en anomalie,
003717*    refuse ou interrompu, 4 si un traitement quotidien (ou de
003724*    fin de mois, le dernier jour ouvre) est encore en attente,
003731*    0 si la chaine est complete.
003740******************************************************************
003750 2000-EDITER-ETAT.
003760     OPEN OUTPUT RAPPORT-FILE.
003770     IF NOT RAPPORT-OK
003780         DISPLAY "CTLCHN : RAPPORT CTLRPT INACCESSIBLE - CODE "
003790             RAPPORT-STATUS
003800         MOVE 8 TO RETURN-CODE
003810         GO TO 2000-EXIT
003820     END-IF.
003830     PERFORM 2100-ECRIRE-ENTETE THRU 2100-EXIT.
003840     MOVE 1 TO idx-chaine.
003850     PERFORM 2200-EDITER-TRAITEMENT THRU 2200-EXIT
003860         UNTIL idx-chaine > nb-traitements
003870             OR traitement-echoue.
003880     PERFORM 2300-ECRIRE-TOTAUX THRU 2300-EXIT.
003890     CLOSE RAPPORT-FILE.
003900     IF traitement-echoue
003910         MOVE 8 TO RETURN-CODE
003920         GO TO 2000-EXIT
003930     END-IF.
003940     IF nb-anomalies > 0 OR nb-interrompus > 0
003950         MOVE 8 TO RETURN-CODE
003960     ELSE
003970         IF nb-en-attente > 0
003980             MOVE 4 TO RETURN-CODE
003990         END-IF
004000     END-IF.
004010     DISPLAY "CTLCHN : CHAINE DU " date-metier " - "
004020         nb-termines " TERMINE(S) - " nb-anomalies
004030         " EN ANOMALIE - " nb-interrompus " INTERROMPU(S) - "
004040         nb-en-attente " EN ATTENTE.".
004050 2000-EXIT.
004060     EXIT.
004070
004080******************************************************************
004090* 2100-ECRIRE-ENTETE
004097*    En-tete du rapport : date metier, etat de la fenetre batch,
004104*    jour ouvre ou dernier jour ouvre du mois et libelles de
004111*    colonnes.
004120******************************************************************
004130 2100-ECRIRE-ENTETE.
004140     MOVE date-metier TO date-edit.
004150     MOVE SPACES TO RAP-LIGNE.
004160     STRING
004170         " ETAT DE LA CHAINE NOCTURNE - DATE METIER "
004180             DELIMITED BY SIZE
004190         de-jj DELIMITED BY SIZE
004200         "/" DELIMITED BY SIZE
004210         de-mm DELIMITED BY SIZE
004220         "/" DELIMITED BY SIZE
004230         de-aaaa DELIMITED BY SIZE
004240         INTO RAP-LIGNE
004250     END-STRING.
004260     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
004270     MOVE SPACES TO RAP-LIGNE.
004280     IF date-fenetre-ouverte = 'O'
004290         MOVE " FENETRE BATCH OUVERTE (CHAINE NON CLOSE)"
004300             TO RAP-LIGNE
004310     ELSE
004320         MOVE " FENETRE BATCH FERMEE" TO RAP-LIGNE
004330     END-IF.
004340     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
004350     MOVE SPACES TO RAP-LIGNE.
004351     EVALUATE TRUE
004352         WHEN date-fin-mois = 'O'
004353             MOVE " DERNIER JOUR OUVRE DU MOIS (TRAITEMENTS DE"
004354                 TO RAP-LIGNE
004355             MOVE "FIN DE MOIS ATTENDUS)" TO RAP-LIGNE(45:21)
004356         WHEN date-jour-ouvre = 'O'
004357             MOVE " JOUR OUVRE" TO RAP-LIGNE
004358         WHEN date-jour-ouvre = 'N'
004359             MOVE " JOUR NON OUVRE" TO RAP-LIGNE
004360         WHEN OTHER
004361             MOVE " JOUR OUVRE NON DETERMINE" TO RAP-LIGNE
004362     END-EVALUATE.
004363     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
004364     MOVE SPACES TO RAP-LIGNE.
004365     STRING
004370         " ETAPE    LIBELLE                        "
004380             DELIMITED BY SIZE
004390         "PERIODE  ETAT               DEBUT       FIN  "
004400             DELIMITED BY SIZE
004410         "           RC       LUS    ECRITS    REJETS PAS"
004420             DELIMITED BY SIZE
004430         INTO RAP-LIGNE
004440     END-STRING.
004450     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
004460     MOVE ALL "-" TO RAP-LIGNE.
004470     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
004480 2100-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520* 2200-EDITER-TRAITEMENT
004530*    Edite la ligne du traitement de rang idx-chaine d'apres son
004540*    passage dans le fichier de controle : TERMINE, ANOMALIE
004550*    (code retour superieur a 4), INTERROMPU (reste en cours :
004560*    abandon ou annulation), REFUSE (deja passe, prerequis non
004568*    termine), EN ATTENTE (quotidien non lance, ou fin de mois
004576*    non lance le dernier jour ouvre) ou HORS PERIODE (mensuel
004584*    ou annuel non encore lance dans la periode). Un forcage
004592*    demande et non encore consomme est signale.
004600******************************************************************
004610 2200-EDITER-TRAITEMENT.
004620     PERFORM 1200-LIRE-PASSAGE THRU 1200-EXIT.
004630     MOVE TC-TRAITEMENT(idx-chaine) TO rd-traitement.
004640     MOVE TC-LIBELLE(idx-chaine) TO rd-libelle.
004650     MOVE periode-controle TO rd-periode.
004660     MOVE SPACES TO rd-debut.
004670     MOVE SPACES TO rd-fin.
004680     MOVE SPACES TO rd-compteurs.
004690     EVALUATE TRUE
004700         WHEN CTL-TERMINE
004710             MOVE "TERMINE" TO rd-etat
004720             ADD 1 TO nb-termines
004730         WHEN CTL-ANOMALIE
004740             MOVE "ANOMALIE" TO rd-etat
004750             ADD 1 TO nb-anomalies
004760         WHEN CTL-EN-COURS
004770             MOVE "INTERROMPU" TO rd-etat
004780             ADD 1 TO nb-interrompus
004790         WHEN CTL-REFUSE
004800             MOVE "REFUSE" TO rd-etat
004810             ADD 1 TO nb-anomalies
004820         WHEN TC-QUOTIDIEN(idx-chaine)
004822             MOVE "EN ATTENTE" TO rd-etat
004824             ADD 1 TO nb-en-attente
004826         WHEN TC-FIN-DE-MOIS(idx-chaine) AND date-fin-mois = 'O'
004830             MOVE "EN ATTENTE" TO rd-etat
004840             ADD 1 TO nb-en-attente
004850         WHEN OTHER
004860             MOVE "HORS PERIODE" TO rd-etat
004870             ADD 1 TO nb-hors-periode
004880     END-EVALUATE.
004890     IF CTL-FORCE
004900         MOVE "FORCE" TO rd-etat(14:5)
004910     END-IF.
004920     IF NOT ctl-existant OR CTL-NB-PASSAGES = ZERO
004930         GO TO 2200-ECRIRE
004940     END-IF.
004950     MOVE CTL-DATE-DEBUT TO date-edit.
004960     MOVE CTL-HEURE-DEBUT TO heure-edit.
004970     PERFORM 2250-EDITER-HORODATAGE THRU 2250-EXIT.
004980     MOVE horodatage-edit TO rd-debut.
004990     IF CTL-DATE-FIN NOT = ZERO
005000         MOVE CTL-DATE-FIN TO date-edit
005010         MOVE CTL-HEURE-FIN TO heure-edit
005020         PERFORM 2250-EDITER-HORODATAGE THRU 2250-EXIT
005030         MOVE horodatage-edit TO rd-fin
005040     END-IF.
005050     MOVE CTL-CODE-RETOUR TO rd-code-retour.
005060     MOVE CTL-NB-LUS TO rd-lus.
005070     MOVE CTL-NB-ECRITS TO rd-ecrits.
005080     MOVE CTL-NB-REJETS TO rd-rejets.
005090     MOVE CTL-NB-PASSAGES TO rd-passages.
005100 2200-ECRIRE.
005110     MOVE rap-detail TO RAP-LIGNE.
005120     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005130     ADD 1 TO idx-chaine.
005140 2200-EXIT.
005150     EXIT.
005160
005170 2250-EDITER-HORODATAGE.
005180     MOVE SPACES TO horodatage-edit.
005190     STRING
005200         de-jj DELIMITED BY SIZE
005210         "/" DELIMITED BY SIZE
005220         de-mm DELIMITED BY SIZE
005230         " " DELIMITED BY SIZE
005240         he-hh DELIMITED BY SIZE
005250         ":" DELIMITED BY SIZE
005260         he-mn DELIMITED BY SIZE
005270         INTO horodatage-edit
005280     END-STRING.
005290 2250-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330* 2300-ECRIRE-TOTAUX
005340*    Totaux du rapport : traitements termines, en anomalie ou
005350*    refuses, interrompus, en attente et hors periode.
005360******************************************************************
005370 2300-ECRIRE-TOTAUX.
005380     MOVE ALL "-" TO RAP-LIGNE.
005390     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005400     MOVE SPACES TO RAP-LIGNE.
005410     MOVE nb-termines TO rap-compteur-edit.
005420     STRING " TRAITEMENTS TERMINES       : " DELIMITED BY SIZE
005430         rap-compteur-edit DELIMITED BY SIZE
005440         INTO RAP-LIGNE
005450     END-STRING.
005460     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005470     MOVE SPACES TO RAP-LIGNE.
005480     MOVE nb-anomalies TO rap-compteur-edit.
005490     STRING " EN ANOMALIE OU REFUSES     : " DELIMITED BY SIZE
005500         rap-compteur-edit DELIMITED BY SIZE
005510         INTO RAP-LIGNE
005520     END-STRING.
005530     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005540     MOVE SPACES TO RAP-LIGNE.
005550     MOVE nb-interrompus TO rap-compteur-edit.
005560     STRING " INTERROMPUS (A RELANCER)   : " DELIMITED BY SIZE
005570         rap-compteur-edit DELIMITED BY SIZE
005580         INTO RAP-LIGNE
005590     END-STRING.
005600     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005610     MOVE SPACES TO RAP-LIGNE.
005620     MOVE nb-en-attente TO rap-compteur-edit.
005630     STRING " EN ATTENTE POUR LA DATE    : " DELIMITED BY SIZE
005640         rap-compteur-edit DELIMITED BY SIZE
005650         INTO RAP-LIGNE
005660     END-STRING.
005670     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005680     MOVE SPACES TO RAP-LIGNE.
005690     MOVE nb-hors-periode TO rap-compteur-edit.
005700     STRING " PERIODIQUES NON LANCES     : " DELIMITED BY SIZE
005710         rap-compteur-edit DELIMITED BY SIZE
005720         INTO RAP-LIGNE
005730     END-STRING.
005740     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005750 2300-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790* 3000-FORCER-TRAITEMENT
005800*    Marque le passage du traitement pour la date metier (ou la
005810*    periode) comme force : le prochain passage est accepte meme
005820*    s'il a deja reussi ou si son prerequis n'est pas termine,
005830*    et repart de zero (pas de reprise au point de reprise). Le
005840*    forcage est consomme par ce passage.
005850******************************************************************
005860 3000-FORCER-TRAITEMENT.
005870     PERFORM 1200-LIRE-PASSAGE THRU 1200-EXIT.
005880     MOVE 'O' TO CTL-FORCAGE.
005890     IF ctl-existant
005900         REWRITE CTL-ENREG
005910     ELSE
005920         MOVE 'N' TO CTL-MODE
005930         MOVE ZERO TO CTL-DATE-DEBUT
005940         MOVE ZERO TO CTL-HEURE-DEBUT
005950         MOVE ZERO TO CTL-DATE-FIN
005960         MOVE ZERO TO CTL-HEURE-FIN
005970         MOVE ZERO TO CTL-NB-LUS
005980         MOVE ZERO TO CTL-NB-ECRITS
005990         MOVE ZERO TO CTL-NB-REJETS
006000         MOVE date-metier TO CTL-DATE-REFERENCE
006010         WRITE CTL-ENREG
006020     END-IF.
006030     IF NOT RUNCTL-OK
006040         DISPLAY "CTLCHN : ERREUR ECRITURE RUNCTL - CODE "
006050             RUNCTL-STATUS
006060         MOVE 8 TO RETURN-CODE
006070         GO TO 3000-EXIT
006080     END-IF.
006090     DISPLAY "CTLCHN : FORCAGE DE " traitement-saisi " POUR "
006100         periode-controle " ENREGISTRE.".
006110 3000-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150* 4000-CONTROLER-LANCEMENT
006160*    Premier step d'un job : compare le lancement demande a
006170*    l'etat du traitement pour la date metier.
006180*    NORMAL : code retour 0 si le traitement n'a pas encore
006190*    reussi (ou s'il est force) ; refus (8) s'il a deja reussi,
006200*    ou s'il a ete interrompu et qu'il reprend au point de
006210*    reprise (relancer en REPRISE, ou FORCER pour repartir de
006220*    zero). Un traitement sans point de reprise interrompu est
006230*    relance en entier.
006240*    REPRISE : code retour 4 si le traitement a ete interrompu
006250*    (les fichiers du passage interrompu sont conserves, le
006260*    programme repart de son point de reprise) ; refus (8)
006270*    sinon.
006280******************************************************************
006290 4000-CONTROLER-LANCEMENT.
006300     PERFORM 1200-LIRE-PASSAGE THRU 1200-EXIT.
006310     IF action-reprise
006320         GO TO 4000-REPRISE
006330     END-IF.
006340     IF CTL-FORCE
006350         DISPLAY "CTLCHN : " traitement-saisi " FORCE POUR "
006360             periode-controle " - LANCEMENT NORMAL."
006370         GO TO 4000-EXIT
006380     END-IF.
006390     IF CTL-TERMINE
006400         DISPLAY "CTLCHN : " traitement-saisi " DEJA TERMINE"
006410             " POUR " periode-controle " - JOB REFUSE (CTLCHN"
006420             " FORCER POUR UN SECOND PASSAGE)."
006430         MOVE 8 TO RETURN-CODE
006440         GO TO 4000-EXIT
006450     END-IF.
006460     IF (CTL-EN-COURS OR CTL-ANOMALIE)
006470         AND TC-REPRISE-AU-POINT(idx-chaine)
006480         DISPLAY "CTLCHN : " traitement-saisi " INTERROMPU"
006490             " POUR " periode-controle " - RELANCER LE JOB"
006500             " AVEC REPRISE EN SYSIN DU PREMIER STEP."
006510         MOVE 8 TO RETURN-CODE
006520         GO TO 4000-EXIT
006530     END-IF.
006540     IF CTL-EN-COURS OR CTL-ANOMALIE
006550         DISPLAY "CTLCHN : " traitement-saisi " INTERROMPU"
006560             " POUR " periode-controle " - RELANCE COMPLETE."
006570         GO TO 4000-EXIT
006580     END-IF.
006590     DISPLAY "CTLCHN : LANCEMENT NORMAL DE " traitement-saisi
006600         " POUR " periode-controle ".".
006610     GO TO 4000-EXIT.
006620 4000-REPRISE.
006630     IF NOT TC-REPRISE-AU-POINT(idx-chaine)
006640         DISPLAY "CTLCHN : " traitement-saisi " N'A PAS DE"
006650             " POINT DE REPRISE - RELANCER EN NORMAL."
006660         MOVE 8 TO RETURN-CODE
006670         GO TO 4000-EXIT
006680     END-IF.
006690     IF NOT CTL-EN-COURS AND NOT CTL-ANOMALIE
006700         DISPLAY "CTLCHN : AUCUN PASSAGE INTERROMPU DE "
006710             traitement-saisi " POUR " periode-controle
006720             " - REPRISE REFUSEE."
006730         MOVE 8 TO RETURN-CODE
006740         GO TO 4000-EXIT
006750     END-IF.
006760     DISPLAY "CTLCHN : REPRISE DE " traitement-saisi " POUR "
006770         periode-controle " - FICHIERS DU PASSAGE INTERROMPU"
006780         " CONSERVES.".
006790     MOVE 4 TO RETURN-CODE.
006800 4000-EXIT.
006810     EXIT.
006820
006821******************************************************************
006822* 4500-CONTROLER-FIN-DE-MOIS
006823*    Premier step d'un job mensuel planifie chaque jour : le
006824*    dernier jour ouvre du mois, controle comme NORMAL ; les
006825*    autres jours, code retour 4 et aucun step execute, sauf
006826*    traitement force (lancement normal hors fin de mois). Sans
006827*    traitement en SYSIN, seul le jour est teste (0 le dernier
006828*    jour ouvre, 4 sinon). Date metier non qualifiee (date
006829*    demandee en SYSIN ou posee sans qualification) : refus (8).
006830******************************************************************
006831 4500-CONTROLER-FIN-DE-MOIS.
006832     IF date-fin-mois = 'O'
006833         DISPLAY "CTLCHN : " date-metier " DERNIER JOUR OUVRE"
006834             " DU MOIS."
006835         IF traitement-saisi NOT = SPACES
006836             PERFORM 4000-CONTROLER-LANCEMENT THRU 4000-EXIT
006837         END-IF
006838         GO TO 4500-EXIT
006839     END-IF.
006840     IF date-fin-mois NOT = 'N'
006841         DISPLAY "CTLCHN : DERNIER JOUR OUVRE NON DETERMINE POUR "
006842             date-metier " (DATE METIER A POSER PAR FENBAT"
006843             " OUVRIR) - JOB REFUSE."
006844         MOVE 8 TO RETURN-CODE
006845         GO TO 4500-EXIT
006846     END-IF.
006847     IF traitement-saisi NOT = SPACES
006848         PERFORM 1200-LIRE-PASSAGE THRU 1200-EXIT
006849         IF CTL-FORCE
006850             DISPLAY "CTLCHN : " traitement-saisi " FORCE - "
006851                 "LANCEMENT HORS DERNIER JOUR OUVRE DU MOIS."
006852             PERFORM 4000-CONTROLER-LANCEMENT THRU 4000-EXIT
006853             GO TO 4500-EXIT
006854         END-IF
006855     END-IF.
006856     DISPLAY "CTLCHN : " date-metier " N'EST PAS LE DERNIER"
006857         " JOUR OUVRE DU MOIS - AUCUN STEP EXECUTE.".
006858     MOVE 4 TO RETURN-CODE.
006859 4500-EXIT.
006860     EXIT.
006861
006862******************************************************************
006863* 8000-ECRIRE-LIGNE
006864*    Ecrit la ligne courante du rapport ; une erreur
006865*    d'ecriture interrompt le traitement.
006866******************************************************************
006867 8000-ECRIRE-LIGNE.
006868     WRITE RAP-LIGNE.
006869     IF NOT RAPPORT-OK
006870         DISPLAY "CTLCHN : ERREUR ECRITURE RAPPORT - CODE "
006871             RAPPORT-STATUS
006880         SET traitement-echoue TO TRUE
006890     END-IF.
006900 8000-EXIT.
006910     EXIT.
006920
006930 END PROGRAM CTLCHN.
