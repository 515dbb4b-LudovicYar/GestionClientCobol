000010******************************************************************
000020* Author:     J. Leroy (service etudes)
000030* Date:       15/10/2026
000040* Purpose:    Tenue du fichier des operateurs habilites a l'ecran
000050*             en ligne (fichier indexe OPERATEURS) : creation
000060*             d'un operateur avec un mot de passe provisoire,
000070*             modification du nom, de l'agence ou du role,
000080*             reinitialisation du mot de passe, deverrouillage
000090*             apres trois echecs d'identification, desactivation.
000100*             Le mot de passe n'est conserve que sous forme
000110*             d'empreinte, calculee comme a l'ecran ; un mot de
000120*             passe provisoire doit etre change a la premiere
000130*             identification. Chaque action est tracee dans
000140*             CLIENTLOG.
000150* Tectonics: cobc
000160******************************************************************
000170******************************************************************
000180* MODIFICATION HISTORY
000190*-----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* 15/10/2026 JLY   CREATION DU PROGRAMME DE TENUE DES OPERATEURS :
000220*                  CREER, MODIFIER, REINITIALISER, DEVERROUILLER
000230*                  ET DESACTIVER UN OPERATEUR, TRACE CLIENTLOG.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. GESOPE.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPERATEUR-FILE ASSIGN TO "OPERATEUR"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS OPE-ID
000340         FILE STATUS IS OPERATEUR-STATUS.
000350     SELECT AGENCE-FILE ASSIGN TO "AGENCES"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS AGENCE-STATUS.
000380     SELECT CLIENT-LOG-FILE ASSIGN TO "CLIENTLOG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS CLIENT-LOG-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  OPERATEUR-FILE
000440     LABEL RECORDS ARE STANDARD.
000450 01  OPERATEUR-ENREG.
000460     02 OPE-ID PIC x(08).
000470     02 OPE-NOM PIC x(30).
000480     02 OPE-EMPREINTE PIC 9(09).
000490     02 OPE-AGENCE PIC 9(03).
000500     02 OPE-ROLE PIC x(01).
000510         88 OPE-CONSULTATION VALUE 'C'.
000520         88 OPE-GUICHET VALUE 'G'.
000530         88 OPE-BACK-OFFICE VALUE 'B'.
000540         88 OPE-SUPERVISEUR VALUE 'S'.
000550     02 OPE-ETAT PIC x(01).
000560         88 OPE-ACTIF VALUE 'A'.
000570         88 OPE-VERROUILLE VALUE 'V'.
000580         88 OPE-DESACTIVE VALUE 'D'.
000590     02 OPE-NB-ECHECS PIC 9(01).
000600     02 OPE-DATE-CONNEXION PIC 9(08).
000610     02 OPE-MDP-A-CHANGER PIC x(01).
000620 FD  AGENCE-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  AGENCE-ENREG.
000650     02 AG-CODE PIC 9(03).
000660     02 AG-NOM PIC x(30).
000670     02 AG-RUE PIC x(30).
000680     02 AG-CP PIC 9(05).
000690     02 AG-VILLE PIC x(30).
000700 FD  CLIENT-LOG-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  CLOG-ENREG.
000730     02 CLOG-NOM PIC x(30).
000740     02 CLOG-NUMCLI PIC 9(6).
000750     02 CLOG-OPERATION PIC x(12).
000760     02 CLOG-DATE PIC 9(08).
000770     02 CLOG-HEURE PIC 9(08).
000780     02 CLOG-OPERATEUR PIC x(08).
000790
000800 WORKING-STORAGE SECTION.
000810
000820 01 OPERATEUR-STATUS PIC x(02).
000830     88 OPERATEUR-OK VALUE '00'.
000840     88 OPERATEUR-INEXISTANT VALUE '35'.
000850     88 OPERATEUR-DOUBLON VALUE '22'.
000860
000870 01 AGENCE-STATUS PIC x(02).
000880     88 AGENCE-OK VALUE '00'.
000890     88 AGENCE-INEXISTANT VALUE '35'.
000900
000910 01 CLIENT-LOG-STATUS PIC x(02).
000920     88 CLIENT-LOG-OK VALUE '00'.
000930     88 CLIENT-LOG-INEXISTANT VALUE '35'.
000940
000950* Demande lue en SYSIN, une ligne par zone : action, identifiant,
000960* nom, code agence, role (C consultation, G guichet, B back-office
000970* rejets, S superviseur) et mot de passe provisoire. En
000980* modification, une zone a blanc laisse la valeur en place.
000990 77 action-demandee PIC x(13).
001000     88 action-creer VALUE 'CREER'.
001010     88 action-modifier VALUE 'MODIFIER'.
001020     88 action-reinitialiser VALUE 'REINITIALISER'.
001030     88 action-deverrouiller VALUE 'DEVERROUILLER'.
001040     88 action-desactiver VALUE 'DESACTIVER'.
001050 77 id-saisi PIC x(08).
001060 77 nom-saisi PIC x(30).
001070 77 agence-saisie PIC x(03).
001080 77 agence-saisie-num REDEFINES agence-saisie PIC 9(03).
001090 77 role-saisi PIC x(01).
001100     88 role-valide VALUE 'C' 'G' 'B' 'S'.
001110 77 mdp-saisi PIC x(12).
001120
001130 77 traitement-echoue-sw PIC x(01) VALUE 'N'.
001140     88 traitement-echoue VALUE 'O'.
001150 77 fin-agences-sw PIC x(01).
001160     88 fin-agences VALUE 'O'.
001170 77 agence-trouvee-sw PIC x(01).
001180     88 agence-trouvee VALUE 'O'.
001190 77 log-operation PIC x(12).
001200
001210* Calcul de l'empreinte, identique a celui de l'ecran en ligne :
001220* chaque caractere de l'identifiant puis du mot de passe est
001230* ajoute a l'empreinte multipliee par 31, modulo le nombre
001240* premier 999999937 ; le rang du caractere est obtenu par la
001250* redefinition d'un binaire sur deux octets.
001260 01 zone-empreinte.
001270     02 ze-id PIC x(08).
001280     02 ze-mdp PIC x(12).
001290 01 zone-empreinte-car REDEFINES zone-empreinte.
001300     02 ze-car PIC x(01) OCCURS 20 TIMES.
001310 01 conv-zone.
001320     02 conv-nombre PIC 9(04) COMP.
001330 01 conv-zone-car REDEFINES conv-zone.
001340     02 FILLER PIC x(01).
001350     02 conv-car PIC x(01).
001360 77 empreinte-calculee PIC 9(09).
001370 77 empreinte-produit PIC 9(12).
001380 77 empreinte-quotient PIC 9(12).
001390 77 idx-empreinte PIC 9(02) COMP VALUE ZERO.
001400
001410 PROCEDURE DIVISION.
001420
001430******************************************************************
001440* 0000-MAINLINE
001450*    Lit et controle la demande, ouvre les fichiers puis
001460*    execute l'action demandee sur l'operateur.
001470******************************************************************
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001500     IF NOT traitement-echoue
001510         EVALUATE TRUE
001520             WHEN action-creer
001530                 PERFORM 2000-CREER-OPERATEUR THRU 2000-EXIT
001540             WHEN action-modifier
001550                 PERFORM 3000-MODIFIER-OPERATEUR THRU 3000-EXIT
001560             WHEN OTHER
001570                 PERFORM 4000-CHANGER-ETAT THRU 4000-EXIT
001580         END-EVALUATE
001590         PERFORM 9000-TERMINAISON THRU 9000-EXIT
001600     END-IF.
001610     STOP RUN.
001620
001630******************************************************************
001640* 1000-INITIALISATION
001650*    Lit la demande en SYSIN et controle l'action, le role, le
001660*    code agence (contre le referentiel AGENCES s'il est
001670*    disponible) et la presence du mot de passe provisoire, puis
001680*    ouvre le fichier des operateurs (cree a la premiere
001690*    creation) et le journal CLIENTLOG.
001700******************************************************************
001710 1000-INITIALISATION.
001720     MOVE SPACES TO action-demandee id-saisi nom-saisi
001730         agence-saisie role-saisi mdp-saisi.
001740     ACCEPT action-demandee.
001750     ACCEPT id-saisi.
001760     ACCEPT nom-saisi.
001770     ACCEPT agence-saisie.
001780     ACCEPT role-saisi.
001790     ACCEPT mdp-saisi.
001800     IF NOT action-creer AND NOT action-modifier
001810         AND NOT action-reinitialiser
001820         AND NOT action-deverrouiller AND NOT action-desactiver
001830         DISPLAY "GESOPE : ACTION INCONNUE EN SYSIN : "
001840             action-demandee
001850         DISPLAY "GESOPE : CREER, MODIFIER, REINITIALISER,"
001860             " DEVERROUILLER OU DESACTIVER ATTENDU."
001870         GO TO 1000-ECHEC
001880     END-IF.
001890     IF id-saisi = SPACES
001900         DISPLAY "GESOPE : IDENTIFIANT DE L'OPERATEUR ABSENT."
001910         GO TO 1000-ECHEC
001920     END-IF.
001930     IF action-creer
001940         AND (nom-saisi = SPACES OR agence-saisie = SPACES
001950             OR role-saisi = SPACES)
001960         DISPLAY "GESOPE : NOM, AGENCE ET ROLE OBLIGATOIRES"
001970             " A LA CREATION."
001980         GO TO 1000-ECHEC
001990     END-IF.
002000     IF role-saisi NOT = SPACES AND NOT role-valide
002010         DISPLAY "GESOPE : ROLE INVALIDE : " role-saisi
002020             " (C, G, B OU S ATTENDU)."
002030         GO TO 1000-ECHEC
002040     END-IF.
002050     IF agence-saisie NOT = SPACES
002060         IF agence-saisie NOT NUMERIC
002070             DISPLAY "GESOPE : CODE AGENCE INVALIDE : "
002080                 agence-saisie
002090             GO TO 1000-ECHEC
002100         END-IF
002110         PERFORM 1100-CONTROLER-AGENCE THRU 1100-EXIT
002120         IF traitement-echoue
002130             GO TO 1000-EXIT
002140         END-IF
002150     END-IF.
002160     IF (action-creer OR action-reinitialiser)
002170         AND mdp-saisi = SPACES
002180         DISPLAY "GESOPE : MOT DE PASSE PROVISOIRE OBLIGATOIRE."
002190         GO TO 1000-ECHEC
002200     END-IF.
002210     OPEN I-O OPERATEUR-FILE.
002220     IF OPERATEUR-INEXISTANT AND action-creer
002230         OPEN OUTPUT OPERATEUR-FILE
002240         CLOSE OPERATEUR-FILE
002250         OPEN I-O OPERATEUR-FILE
002260     END-IF.
002270     IF NOT OPERATEUR-OK
002280         DISPLAY "GESOPE : FICHIER OPERATEURS INACCESSIBLE - "
002290             "CODE " OPERATEUR-STATUS
002300         GO TO 1000-ECHEC
002310     END-IF.
002320     OPEN EXTEND CLIENT-LOG-FILE.
002330     IF CLIENT-LOG-INEXISTANT
002340         OPEN OUTPUT CLIENT-LOG-FILE
002350     END-IF.
002360     IF NOT CLIENT-LOG-OK
002370         DISPLAY "GESOPE : JOURNAL CLIENTLOG INACCESSIBLE - "
002380             "CODE " CLIENT-LOG-STATUS
002390         CLOSE OPERATEUR-FILE
002400         GO TO 1000-ECHEC
002410     END-IF.
002420     GO TO 1000-EXIT.
002430 1000-ECHEC.
002440     SET traitement-echoue TO TRUE.
002450     MOVE 8 TO RETURN-CODE.
002460 1000-EXIT.
002470     EXIT.
002480
002490******************************************************************
002500* 1100-CONTROLER-AGENCE
002510*    Recherche le code agence saisi dans le referentiel AGENCES.
002520*    Referentiel absent : le controle est suspendu (averti).
002530******************************************************************
002540 1100-CONTROLER-AGENCE.
002550     MOVE 'N' TO fin-agences-sw.
002560     MOVE 'N' TO agence-trouvee-sw.
002570     OPEN INPUT AGENCE-FILE.
002580     IF AGENCE-INEXISTANT
002590         DISPLAY "GESOPE : REFERENTIEL AGENCES ABSENT - CODE "
002600             "AGENCE NON CONTROLE."
002610         GO TO 1100-EXIT
002620     END-IF.
002630     IF NOT AGENCE-OK
002640         DISPLAY "GESOPE : REFERENTIEL AGENCES INACCESSIBLE - "
002650             "CODE " AGENCE-STATUS
002660         SET traitement-echoue TO TRUE
002670         MOVE 8 TO RETURN-CODE
002680         GO TO 1100-EXIT
002690     END-IF.
002700     PERFORM 1110-LIRE-AGENCE THRU 1110-EXIT
002710         UNTIL fin-agences OR agence-trouvee.
002720     CLOSE AGENCE-FILE.
002730     IF NOT agence-trouvee
002740         DISPLAY "GESOPE : AGENCE INCONNUE DU REFERENTIEL : "
002750             agence-saisie
002760         SET traitement-echoue TO TRUE
002770         MOVE 8 TO RETURN-CODE
002780     END-IF.
002790 1100-EXIT.
002800     EXIT.
002810
002820 1110-LIRE-AGENCE.
002830     READ AGENCE-FILE
002840         AT END
002850             SET fin-agences TO TRUE
002860             GO TO 1110-EXIT
002870     END-READ.
002880     IF AG-CODE = agence-saisie-num
002890         SET agence-trouvee TO TRUE
002900     END-IF.
002910 1110-EXIT.
002920     EXIT.
002930
002940******************************************************************
002950* 2000-CREER-OPERATEUR
002960*    Cree l'operateur, actif, avec l'empreinte de son mot de
002970*    passe provisoire a changer a la premiere identification.
002980******************************************************************
002990 2000-CREER-OPERATEUR.
003000     MOVE id-saisi TO OPE-ID.
003010     MOVE nom-saisi TO OPE-NOM.
003020     MOVE agence-saisie-num TO OPE-AGENCE.
003030     MOVE role-saisi TO OPE-ROLE.
003040     MOVE 'A' TO OPE-ETAT.
003050     MOVE ZERO TO OPE-NB-ECHECS.
003060     MOVE ZERO TO OPE-DATE-CONNEXION.
003070     MOVE 'O' TO OPE-MDP-A-CHANGER.
003080     PERFORM 8100-CALCULER-EMPREINTE THRU 8100-EXIT.
003090     MOVE empreinte-calculee TO OPE-EMPREINTE.
003100     WRITE OPERATEUR-ENREG.
003110     IF OPERATEUR-DOUBLON
003120         DISPLAY "GESOPE : OPERATEUR DEJA EXISTANT : " id-saisi
003130         MOVE 8 TO RETURN-CODE
003140         GO TO 2000-EXIT
003150     END-IF.
003160     IF NOT OPERATEUR-OK
003170         DISPLAY "GESOPE : ERREUR ECRITURE OPERATEUR - CODE "
003180             OPERATEUR-STATUS
003190         MOVE 8 TO RETURN-CODE
003200         GO TO 2000-EXIT
003210     END-IF.
003220     DISPLAY "GESOPE : OPERATEUR " OPE-ID " CREE - ROLE "
003230         OPE-ROLE " - AGENCE " OPE-AGENCE.
003240     MOVE "OPE-CREATION" TO log-operation.
003250     PERFORM 8000-ENREGISTRER-LOG THRU 8000-EXIT.
003260 2000-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* 3000-MODIFIER-OPERATEUR
003310*    Modifie le nom, l'agence ou le role de l'operateur ; une
003320*    zone a blanc en SYSIN laisse la valeur en place.
003330******************************************************************
003340 3000-MODIFIER-OPERATEUR.
003350     PERFORM 8200-LIRE-OPERATEUR THRU 8200-EXIT.
003360     IF traitement-echoue
003370         GO TO 3000-EXIT
003380     END-IF.
003390     IF nom-saisi NOT = SPACES
003400         MOVE nom-saisi TO OPE-NOM
003410     END-IF.
003420     IF agence-saisie NOT = SPACES
003430         MOVE agence-saisie-num TO OPE-AGENCE
003440     END-IF.
003450     IF role-saisi NOT = SPACES
003460         MOVE role-saisi TO OPE-ROLE
003470     END-IF.
003480     PERFORM 8300-REECRIRE-OPERATEUR THRU 8300-EXIT.
003490     IF traitement-echoue
003500         GO TO 3000-EXIT
003510     END-IF.
003520     DISPLAY "GESOPE : OPERATEUR " OPE-ID " MODIFIE - ROLE "
003530         OPE-ROLE " - AGENCE " OPE-AGENCE.
003540     MOVE "OPE-MODIF" TO log-operation.
003550     PERFORM 8000-ENREGISTRER-LOG THRU 8000-EXIT.
003560 3000-EXIT.
003570     EXIT.
003580
003590******************************************************************
003600* 4000-CHANGER-ETAT
003610*    REINITIALISER pose un nouveau mot de passe provisoire et
003620*    deverrouille ; DEVERROUILLER remet l'operateur actif sans
003630*    toucher au mot de passe ; DESACTIVER interdit toute
003640*    identification (l'operateur reste au fichier pour l'audit
003650*    du journal).
003660******************************************************************
003670 4000-CHANGER-ETAT.
003680     PERFORM 8200-LIRE-OPERATEUR THRU 8200-EXIT.
003690     IF traitement-echoue
003700         GO TO 4000-EXIT
003710     END-IF.
003720     EVALUATE TRUE
003730         WHEN action-reinitialiser
003740             PERFORM 8100-CALCULER-EMPREINTE THRU 8100-EXIT
003750             MOVE empreinte-calculee TO OPE-EMPREINTE
003760             MOVE 'O' TO OPE-MDP-A-CHANGER
003770             MOVE 'A' TO OPE-ETAT
003780             MOVE ZERO TO OPE-NB-ECHECS
003790             MOVE "OPE-REINIT" TO log-operation
003800         WHEN action-deverrouiller
003810             MOVE 'A' TO OPE-ETAT
003820             MOVE ZERO TO OPE-NB-ECHECS
003830             MOVE "OPE-DEVERR" TO log-operation
003840         WHEN action-desactiver
003850             MOVE 'D' TO OPE-ETAT
003860             MOVE "OPE-DESACT" TO log-operation
003870     END-EVALUATE.
003880     PERFORM 8300-REECRIRE-OPERATEUR THRU 8300-EXIT.
003890     IF traitement-echoue
003900         GO TO 4000-EXIT
003910     END-IF.
003920     DISPLAY "GESOPE : OPERATEUR " OPE-ID " - ETAT " OPE-ETAT
003930         " (A=ACTIF, V=VERROUILLE, D=DESACTIVE).".
003940     PERFORM 8000-ENREGISTRER-LOG THRU 8000-EXIT.
003950 4000-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990* 8000-ENREGISTRER-LOG
004000*    Trace l'action dans CLIENTLOG : identifiant et nom de
004010*    l'operateur concerne en zone nom, numero de client a zero.
004020******************************************************************
004030 8000-ENREGISTRER-LOG.
004040     MOVE SPACES TO CLOG-NOM.
004050     STRING OPE-ID DELIMITED BY SIZE
004060         " " DELIMITED BY SIZE
004070         OPE-NOM DELIMITED BY SIZE
004080         INTO CLOG-NOM
004090     END-STRING.
004100     MOVE ZERO TO CLOG-NUMCLI.
004110     MOVE log-operation TO CLOG-OPERATION.
004120     ACCEPT CLOG-DATE FROM DATE YYYYMMDD.
004130     ACCEPT CLOG-HEURE FROM TIME.
004140     MOVE "GESOPE" TO CLOG-OPERATEUR.
004150     WRITE CLOG-ENREG.
004160     IF NOT CLIENT-LOG-OK
004170         DISPLAY "GESOPE : ERREUR JOURNALISATION - CODE "
004180             CLIENT-LOG-STATUS
004190         MOVE 4 TO RETURN-CODE
004200     END-IF.
004210 8000-EXIT.
004220     EXIT.
004230
004240******************************************************************
004250* 8100-CALCULER-EMPREINTE
004260*    Calcule l'empreinte de l'identifiant et du mot de passe
004270*    provisoire saisis.
004280******************************************************************
004290 8100-CALCULER-EMPREINTE.
004300     MOVE id-saisi TO ze-id.
004310     MOVE mdp-saisi TO ze-mdp.
004320     MOVE ZERO TO empreinte-calculee.
004330     MOVE ZERO TO idx-empreinte.
004340     PERFORM 8110-AJOUTER-CARACTERE THRU 8110-EXIT
004350         UNTIL idx-empreinte >= 20.
004360 8100-EXIT.
004370     EXIT.
004380
004390 8110-AJOUTER-CARACTERE.
004400     ADD 1 TO idx-empreinte.
004410     MOVE ZERO TO conv-nombre.
004420     MOVE ze-car(idx-empreinte) TO conv-car.
004430     COMPUTE empreinte-produit = empreinte-calculee * 31
004440         + conv-nombre + idx-empreinte.
004450     DIVIDE empreinte-produit BY 999999937
004460         GIVING empreinte-quotient
004470         REMAINDER empreinte-calculee.
004480 8110-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520* 8200-LIRE-OPERATEUR
004530*    Lit l'operateur demande ; introuvable = echec du traitement.
004540******************************************************************
004550 8200-LIRE-OPERATEUR.
004560     MOVE id-saisi TO OPE-ID.
004570     READ OPERATEUR-FILE
004580         INVALID KEY
004590             DISPLAY "GESOPE : OPERATEUR INTROUVABLE : "
004600                 id-saisi
004610             SET traitement-echoue TO TRUE
004620             MOVE 8 TO RETURN-CODE
004630             GO TO 8200-EXIT
004640     END-READ.
004650     IF NOT OPERATEUR-OK
004660         DISPLAY "GESOPE : ERREUR LECTURE OPERATEUR - CODE "
004670             OPERATEUR-STATUS
004680         SET traitement-echoue TO TRUE
004690         MOVE 8 TO RETURN-CODE
004700     END-IF.
004710 8200-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750* 8300-REECRIRE-OPERATEUR
004760*    Reecrit l'operateur courant ; une erreur fait echouer le
004770*    traitement.
004780******************************************************************
004790 8300-REECRIRE-OPERATEUR.
004800     REWRITE OPERATEUR-ENREG.
004810     IF NOT OPERATEUR-OK
004820         DISPLAY "GESOPE : ERREUR REECRITURE OPERATEUR - CODE "
004830             OPERATEUR-STATUS
004840         SET traitement-echoue TO TRUE
004850         MOVE 8 TO RETURN-CODE
004860     END-IF.
004870 8300-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910* 9000-TERMINAISON
004920*    Referme le fichier des operateurs et le journal.
004930******************************************************************
004940 9000-TERMINAISON.
004950     CLOSE OPERATEUR-FILE.
004960     CLOSE CLIENT-LOG-FILE.
004970 9000-EXIT.
004980     EXIT.
004990
005000 END PROGRAM GESOPE.
