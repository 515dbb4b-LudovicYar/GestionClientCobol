000190*                  LES FICHIERS PLATS CLIENTSREJ ET MVTSREJ SONT
000200*                  VERSES DANS LE FICHIER INDEXE REJETS (ORIGINE,
000210*                  NUMERO, MOTIF, ETAT, DATES, LIGNE D'ORIGINE)
000211*                  POUR SUIVRE LEUR CYCLE DE VIE.
000212* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU MAGASIN
000213*                  REJETS : NOUVELLE ZONE RX-OPERATEUR
000214*                  (IDENTIFIANT DE L'OPERATEUR AYANT CORRIGE LE
000215*                  REJET A L'ECRAN).
000216* 15/10/2026 JLY   CONTROLE D'EXECUTION (FICHIER RUNCTL) : LE
000217*                  PASSAGE EST INSCRIT POUR LA DATE METIER POSEE
000218*                  PAR FENBAT OUVRIR (DEBUT, FIN, CODE RETOUR,
000219*                  COMPTEURS). SECOND PASSAGE REFUSE (RC 4) SAUF
000220*                  FORCAGE PAR CTLCHN. PASSAGE CONTROLE SOUS
000221*                  CHGREJ-I OU CHGREJ-P SELON L'ORIGINE, REFUSE
000222*                  (RC 8) SI IMPCLI OU POSTMVT N'EST PAS TERMINE.
000223*                  LA DATE DE TRAITEMENT EST LA DATE METIER.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CHGREJ.
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS RX-CLE
000360         FILE STATUS IS STORE-STATUS.
000361     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS RANDOM
000364         RECORD KEY IS CTL-CLE
000365         FILE STATUS IS RUNCTL-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  REJIN-FILE
000530         88 RX-A-CORRIGER VALUE 'A'.
000540         88 RX-CORRIGE VALUE 'C'.
000550         88 RX-RESOUMIS VALUE 'R'.
000551     02 RX-DATE-REJET PIC 9(08).
000552     02 RX-DATE-RESOUMISSION PIC 9(08).
000553     02 RX-LIGNE PIC x(220).
000554     02 RX-OPERATEUR PIC x(08).
000555
000556 FD  RUNCTL-FILE
000557     LABEL RECORDS ARE STANDARD.
000558 01  CTL-ENREG.
000559     02 CTL-CLE.
000560         03 CTL-DATE-METIER PIC 9(08).
000561         03 CTL-TRAITEMENT PIC x(08).
000562     02 CTL-ETAT PIC x(01).
000563         88 CTL-EN-COURS VALUE 'E'.
000564         88 CTL-TERMINE VALUE 'T'.
000565         88 CTL-ANOMALIE VALUE 'A'.
000566         88 CTL-REFUSE VALUE 'R'.
000567     02 CTL-DATE-DEBUT PIC 9(08).
000568     02 CTL-HEURE-DEBUT PIC 9(08).
000569     02 CTL-DATE-FIN PIC 9(08).
000570     02 CTL-HEURE-FIN PIC 9(08).
000571     02 CTL-CODE-RETOUR PIC 9(04).
000572     02 CTL-NB-LUS PIC 9(09).
000573     02 CTL-NB-ECRITS PIC 9(09).
000574     02 CTL-NB-REJETS PIC 9(09).
000575     02 CTL-NB-PASSAGES PIC 9(03).
000576     02 CTL-FORCAGE PIC x(01).
000577         88 CTL-FORCE VALUE 'O'.
000578     02 CTL-MODE PIC x(01).
000579         88 CTL-MODE-NORMAL VALUE 'N'.
000580         88 CTL-MODE-REPRISE VALUE 'R'.
000581         88 CTL-MODE-FORCE VALUE 'F'.
000582     02 CTL-DATE-REFERENCE PIC 9(08).
000583     02 FILLER PIC x(07).
000584 01  CTL-DATE-ENREG.
000585     02 FILLER PIC x(16).
000586     02 CTL-DM-ETAT PIC x(01).
000587         88 CTL-DM-OUVERTE VALUE 'O'.
000588         88 CTL-DM-FERMEE VALUE 'F'.
000589     02 CTL-DM-DATE-COURANTE PIC 9(08).
000590     02 CTL-DM-DATE-PRECEDENTE PIC 9(08).
000591     02 CTL-DM-DATE-OUVERTURE PIC 9(08).
000592     02 CTL-DM-HEURE-OUVERTURE PIC 9(08).
000593     02 FILLER PIC x(51).
000600 WORKING-STORAGE SECTION.
000610
000620 01 REJIN-STATUS PIC x(02).
000880 77 dernier-numero PIC 9(06) VALUE ZERO.
000890 77 nb-rejets-lus PIC 9(05) COMP VALUE ZERO.
000900 77 nb-rejets-charges PIC 9(05) COMP VALUE ZERO.
000901
000902 01 date-du-jour PIC 9(08).
000903
000904* Controle d'execution de la chaine (fichier RUNCTL) : date metier
000905* posee par FENBAT OUVRIR, second passage reussi pour la meme date
000906* ou la meme periode refuse sauf forcage (CTLCHN FORCER),
000907* demarrage refuse tant que le traitement prerequis n'est pas
000908* termine pour la date metier. Le traitement inscrit et son
000909* prerequis dependent de l'origine : CHGREJ-I apres IMPCLI,
000910* CHGREJ-P apres POSTMVT.
000911 01 RUNCTL-STATUS PIC x(02).
000912     88 RUNCTL-OK VALUE '00'.
000913     88 RUNCTL-INEXISTANT VALUE '35'.
000914 77 ctl-programme PIC x(08) VALUE 'CHGREJ'.
000915 77 ctl-prerequis PIC x(08) VALUE SPACES.
000916 77 ctl-periodicite PIC x(01) VALUE 'J'.
000917     88 ctl-quotidien VALUE 'J'.
000918     88 ctl-mensuel VALUE 'M'.
000919     88 ctl-annuel VALUE 'A'.
000920 77 ctl-existant-sw PIC x(01).
000921     88 ctl-existant VALUE 'O'.
000922 77 execution-refusee-sw PIC x(01) VALUE 'N'.
000923     88 execution-refusee VALUE 'O'.
000924 77 execution-inscrite-sw PIC x(01) VALUE 'N'.
000925     88 execution-inscrite VALUE 'O'.
000926 77 execution-interrompue-sw PIC x(01) VALUE 'N'.
000927     88 execution-interrompue VALUE 'O'.
000928 77 execution-forcee-sw PIC x(01) VALUE 'N'.
000929     88 execution-forcee VALUE 'O'.
000930 01 controle-sauve PIC x(100).
000931 01 date-metier PIC 9(08).
000932 01 periode-controle PIC 9(08).
000933 01 periode-controle-decoupe REDEFINES periode-controle.
000934     02 pc-aaaa PIC 9(04).
000935     02 pc-mm PIC 9(02).
000936     02 pc-jj PIC 9(02).
000937
000940 PROCEDURE DIVISION.
000950
000960******************************************************************
001060             UNTIL fin-fichier
001070         PERFORM 9000-TERMINAISON THRU 9000-EXIT
001080     END-IF.
001085     PERFORM 9800-CLORE-CONTROLE THRU 9800-EXIT.
001090     STOP RUN.
001091
001092******************************************************************
001093* 0600-OUVRIR-CONTROLE
001094*    Controle d'execution (fichier RUNCTL) : lit la date metier
001095*    posee par FENBAT OUVRIR, refuse un second passage reussi pour
001096*    la meme date ou periode (code retour 4) sauf forcage, refuse
001097*    le demarrage tant que le prerequis n'est pas termine pour la
001098*    date metier (code retour 8), puis inscrit le passage a l'etat
001099*    en cours. Un passage precedent reste en cours ou termine en
001100*    anomalie signale une relance apres incident.
001101******************************************************************
001102 0600-OUVRIR-CONTROLE.
001103     MOVE 'N' TO execution-refusee-sw.
001104     MOVE 'N' TO execution-inscrite-sw.
001105     MOVE 'N' TO execution-interrompue-sw.
001106     MOVE 'N' TO execution-forcee-sw.
001107     OPEN I-O RUNCTL-FILE.
001108     IF NOT RUNCTL-OK
001109         DISPLAY "CHGREJ : FICHIER DE CONTROLE RUNCTL"
001110             " INACCESSIBLE - CODE " RUNCTL-STATUS
001111             " - JOB REFUSE."
001112         SET execution-refusee TO TRUE
001113         MOVE 8 TO RETURN-CODE
001114         GO TO 0600-EXIT
001115     END-IF.
001116     MOVE ZERO TO CTL-DATE-METIER.
001117     MOVE 'DATEMETR' TO CTL-TRAITEMENT.
001118     READ RUNCTL-FILE
001119         INVALID KEY
001120             DISPLAY "CHGREJ : DATE METIER NON POSEE"
001121                 " (FENBAT OUVRIR) - JOB REFUSE."
001122             SET execution-refusee TO TRUE
001123             MOVE 8 TO RETURN-CODE
001124             CLOSE RUNCTL-FILE
001125             GO TO 0600-EXIT
001126     END-READ.
001127     MOVE CTL-DM-DATE-COURANTE TO date-metier.
001128     MOVE date-metier TO periode-controle.
001129     IF ctl-mensuel
001130         MOVE ZERO TO pc-jj
001131     END-IF.
001132     IF ctl-annuel
001133         MOVE ZERO TO pc-mm
001134         MOVE ZERO TO pc-jj
001135     END-IF.
001136     MOVE 'O' TO ctl-existant-sw.
001137     MOVE periode-controle TO CTL-DATE-METIER.
001138     MOVE ctl-programme TO CTL-TRAITEMENT.
001139     READ RUNCTL-FILE
001140         INVALID KEY
001141             PERFORM 0610-INITIALISER-CONTROLE THRU 0610-EXIT
001142     END-READ.
001143     IF CTL-FORCE
001144         SET execution-forcee TO TRUE
001145     END-IF.
001146     IF CTL-TERMINE AND NOT execution-forcee
001147         DISPLAY "CHGREJ : DEJA TERMINE POUR " periode-controle
001148             " (CODE RETOUR " CTL-CODE-RETOUR ") - SECOND PASSAGE"
001149             " REFUSE SAUF FORCAGE (CTLCHN FORCER)."
001150         SET execution-refusee TO TRUE
001151         MOVE 4 TO RETURN-CODE
001152         CLOSE RUNCTL-FILE
001153         GO TO 0600-EXIT
001154     END-IF.
001155     IF (CTL-EN-COURS OR CTL-ANOMALIE) AND NOT execution-forcee
001156         SET execution-interrompue TO TRUE
001157     END-IF.
001158     MOVE CTL-ENREG TO controle-sauve.
001159     IF ctl-prerequis NOT = SPACES AND NOT execution-forcee
001160         PERFORM 0620-CONTROLER-PREREQUIS THRU 0620-EXIT
001161     END-IF.
001162     MOVE controle-sauve TO CTL-ENREG.
001163     ACCEPT CTL-DATE-DEBUT FROM DATE YYYYMMDD.
001164     ACCEPT CTL-HEURE-DEBUT FROM TIME.
001165     MOVE ZERO TO CTL-DATE-FIN.
001166     MOVE ZERO TO CTL-HEURE-FIN.
001167     MOVE date-metier TO CTL-DATE-REFERENCE.
001168     ADD 1 TO CTL-NB-PASSAGES.
001169     IF execution-refusee
001170         GO TO 0600-REFUS
001171     END-IF.
001172     MOVE 'E' TO CTL-ETAT.
001173     MOVE ZERO TO CTL-CODE-RETOUR.
001174     MOVE ZERO TO CTL-NB-LUS.
001175     MOVE ZERO TO CTL-NB-ECRITS.
001176     MOVE ZERO TO CTL-NB-REJETS.
001177     MOVE 'N' TO CTL-FORCAGE.
001178     MOVE 'N' TO CTL-MODE.
001179     IF execution-interrompue
001180         MOVE 'R' TO CTL-MODE
001181         DISPLAY "CHGREJ : PASSAGE PRECEDENT INTERROMPU POUR "
001182             periode-controle " - RELANCE APRES INCIDENT."
001183     END-IF.
001184     IF execution-forcee
001185         MOVE 'F' TO CTL-MODE
001186         DISPLAY "CHGREJ : PASSAGE FORCE POUR "
001187             periode-controle "."
001188     END-IF.
001189     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
001190     IF NOT execution-refusee
001191         SET execution-inscrite TO TRUE
001192     END-IF.
001193     CLOSE RUNCTL-FILE.
001194     GO TO 0600-EXIT.
001195 0600-REFUS.
001196*    Un passage interrompu garde son etat : seul un refus sur un
001197*    traitement non encore lance (ou deja refuse) est inscrit.
001198     IF ctl-existant AND NOT CTL-REFUSE
001199         CLOSE RUNCTL-FILE
001200         GO TO 0600-EXIT
001201     END-IF.
001202     MOVE 'R' TO CTL-ETAT.
001203     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
001204     PERFORM 0630-ECRIRE-CONTROLE THRU 0630-EXIT.
001205     CLOSE RUNCTL-FILE.
001206 0600-EXIT.
001207     EXIT.
001208
001209******************************************************************
001210* 0610-INITIALISER-CONTROLE
001211*    Prepare un enregistrement de controle vierge pour le
001212*    traitement et la periode courants (premier passage).
001213******************************************************************
001214 0610-INITIALISER-CONTROLE.
001215     MOVE 'N' TO ctl-existant-sw.
001216     MOVE SPACES TO CTL-ENREG.
001217     MOVE periode-controle TO CTL-DATE-METIER.
001218     MOVE ctl-programme TO CTL-TRAITEMENT.
001219     MOVE ZERO TO CTL-CODE-RETOUR.
001220     MOVE ZERO TO CTL-NB-LUS.
001221     MOVE ZERO TO CTL-NB-ECRITS.
001222     MOVE ZERO TO CTL-NB-REJETS.
001223     MOVE ZERO TO CTL-NB-PASSAGES.
001224     MOVE 'N' TO CTL-FORCAGE.
001225     MOVE 'N' TO CTL-MODE.
001226     MOVE ZERO TO CTL-DATE-REFERENCE.
001227 0610-EXIT.
001228     EXIT.
001229
001230******************************************************************
001231* 0620-CONTROLER-PREREQUIS
001232*    Le traitement prerequis doit etre termine (code retour 4 au
001233*    plus) pour la date metier ; sinon le demarrage est refuse.
001234******************************************************************
001235 0620-CONTROLER-PREREQUIS.
001236     MOVE date-metier TO CTL-DATE-METIER.
001237     MOVE ctl-prerequis TO CTL-TRAITEMENT.
001238     READ RUNCTL-FILE
001239         INVALID KEY
001240             MOVE SPACES TO CTL-ETAT
001241     END-READ.
001242     IF NOT CTL-TERMINE
001243         DISPLAY "CHGREJ : PREREQUIS " ctl-prerequis
001244             " NON TERMINE POUR LA DATE METIER " date-metier
001245             " - JOB REFUSE."
001246         SET execution-refusee TO TRUE
001247         MOVE 8 TO RETURN-CODE
001248     END-IF.
001249 0620-EXIT.
001250     EXIT.
001251
001252******************************************************************
001253* 0630-ECRIRE-CONTROLE
001254*    Ecrit ou reecrit l'enregistrement de controle ; une erreur
001255*    d'ecriture refuse le job (code retour 8).
001256******************************************************************
001257 0630-ECRIRE-CONTROLE.
001258     IF ctl-existant
001259         REWRITE CTL-ENREG
001260     ELSE
001261         WRITE CTL-ENREG
001262     END-IF.
001263     IF NOT RUNCTL-OK
001264         DISPLAY "CHGREJ : ERREUR ECRITURE RUNCTL - CODE "
001265             RUNCTL-STATUS " - JOB REFUSE."
001266         SET execution-refusee TO TRUE
001267         MOVE 8 TO RETURN-CODE
001268     END-IF.
001269 0630-EXIT.
001270     EXIT.
001271
001272******************************************************************
001273* 1000-INITIALISATION
001274*    Lit et controle l'origine (SYSIN : IMPCLI ou POSTMVT),
001275*    ouvre le fichier plat des rejets en entree et le magasin en
001276*    mise a jour (cree au premier passage), puis determine le
001277*    dernier numero de rejet deja attribue a cette origine.
001278******************************************************************
001279 1000-INITIALISATION.
001280     MOVE 'N' TO fin-fichier-sw.
001281     MOVE 'N' TO ouverture-echouee-sw.
001282     MOVE 'N' TO chargement-echoue-sw.
001283     MOVE SPACES TO origine-demandee.
001284     ACCEPT origine-demandee.
001285     IF NOT origine-impcli AND NOT origine-postmvt
001286         DISPLAY "CHGREJ : ORIGINE INCONNUE EN SYSIN : "
001287             origine-demandee " (IMPCLI OU POSTMVT ATTENDU)."
001288         SET ouverture-echouee TO TRUE
001289         MOVE 8 TO RETURN-CODE
001290         GO TO 1000-EXIT
001300     END-IF.
001301     IF origine-impcli
001302         MOVE 'CHGREJ-I' TO ctl-programme
001303         MOVE 'IMPCLI' TO ctl-prerequis
001304     ELSE
001305         MOVE 'CHGREJ-P' TO ctl-programme
001306         MOVE 'POSTMVT' TO ctl-prerequis
001307     END-IF.
001308     PERFORM 0600-OUVRIR-CONTROLE THRU 0600-EXIT.
001309     IF execution-refusee
001310         SET ouverture-echouee TO TRUE
001311         GO TO 1000-EXIT
001312     END-IF.
001313     MOVE date-metier TO date-du-jour.
001320     OPEN INPUT REJIN-FILE.
001330     IF REJIN-INEXISTANT
001340         DISPLAY "CHGREJ : AUCUN FICHIER DE REJETS A CHARGER."
002200     MOVE date-du-jour TO RX-DATE-REJET.
002210     MOVE ZERO TO RX-DATE-RESOUMISSION.
002220     MOVE RJ-LIGNE TO RX-LIGNE.
002225     MOVE SPACES TO RX-OPERATEUR.
002230     WRITE STORE-ENREG.
002240     IF STORE-OK
002250         ADD 1 TO nb-rejets-charges
002530 9000-EXIT.
002540     EXIT.
002550
002560******************************************************************
002570* 9800-CLORE-CONTROLE
002580*    Inscrit la fin du passage dans le fichier de controle : date
002590*    et heure de fin, code retour, volumes traites ; etat termine
002600*    jusqu'au code retour 4, en anomalie au-dela.
002610******************************************************************
002620 9800-CLORE-CONTROLE.
002630     IF NOT execution-inscrite
002640         GO TO 9800-EXIT
002650     END-IF.
002660     OPEN I-O RUNCTL-FILE.
002670     IF NOT RUNCTL-OK
002680         DISPLAY "CHGREJ : FIN DE PASSAGE NON INSCRITE DANS"
002690             " RUNCTL - CODE " RUNCTL-STATUS
002700         IF RETURN-CODE < 4
002710             MOVE 4 TO RETURN-CODE
002720         END-IF
002730         GO TO 9800-EXIT
002740     END-IF.
002750     MOVE periode-controle TO CTL-DATE-METIER.
002760     MOVE ctl-programme TO CTL-TRAITEMENT.
002770     READ RUNCTL-FILE
002780         INVALID KEY
002790             DISPLAY "CHGREJ : PASSAGE ABSENT DE RUNCTL - "
002800                 "FIN NON INSCRITE."
002810             IF RETURN-CODE < 4
002820                 MOVE 4 TO RETURN-CODE
002830             END-IF
002840             CLOSE RUNCTL-FILE
002850             GO TO 9800-EXIT
002860     END-READ.
002870     IF RETURN-CODE > 4
002880         MOVE 'A' TO CTL-ETAT
002890     ELSE
002900         MOVE 'T' TO CTL-ETAT
002910     END-IF.
002920     MOVE RETURN-CODE TO CTL-CODE-RETOUR.
002930     ACCEPT CTL-DATE-FIN FROM DATE YYYYMMDD.
002940     ACCEPT CTL-HEURE-FIN FROM TIME.
002950     MOVE nb-rejets-lus TO CTL-NB-LUS.
002960     MOVE nb-rejets-charges TO CTL-NB-ECRITS.
002970     MOVE ZERO TO CTL-NB-REJETS.
002980     REWRITE CTL-ENREG.
002990     IF NOT RUNCTL-OK
003000         DISPLAY "CHGREJ : ERREUR ECRITURE RUNCTL EN FIN - "
003010             "CODE " RUNCTL-STATUS
003020         IF RETURN-CODE < 4
003030             MOVE 4 TO RETURN-CODE
003040         END-IF
003050     END-IF.
003060     CLOSE RUNCTL-FILE.
003070 9800-EXIT.
003080     EXIT.
003090
003100 END PROGRAM CHGREJ.
