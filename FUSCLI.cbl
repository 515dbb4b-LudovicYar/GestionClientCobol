000330*                  DISPARAISSANT SONT ANNULES LORS DE LA FUSION
000340*                  (ETAT 'C', COMME L'ANNULATION A L'ECRAN) :
000350*                  SANS CELA, GENORD CONTINUERAIT A GENERER DES
000351*                  MOUVEMENTS SUR LE NUMERO SUPPRIME, REJETES
000352*                  PRODUIT A CHAQUE ECHEANCE.
000353* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER CONTRATS
000354*                  SUR LE SOLDE SIGNE (CT-SOMME) : LE CONTRAT
000355*                  TRANSFERE CONSERVE UN EVENTUEL SOLDE DEBITEUR
000356*                  (DECOUVERT AUTORISE), ET SON AUTORISATION DE
000357*                  DECOUVERT (FICHIER AUTDEC) EST REPRISE SOUS
000358*                  SA NOUVELLE CLE.
000359* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER CONTRATS
000360*                  (DEPOTS A TERME) : LE CONTRAT TRANSFERE GARDE
000361*                  SA DATE D'ECHEANCE, ET LE PRODUIT DE VERSEMENT
000362*                  D'UN DEPOT A TERME EST REPORTE SUR LE NOUVEAU
000363*                  NUMERO DU PRODUIT SOUS LE SURVIVANT.
000364* 15/10/2026 JLY   LIENS DE TITULARITE (FICHIER TITULAIRE) : LES
000365*                  LIENS POSES SUR LES CONTRATS TRANSFERES SUIVENT
000366*                  LEUR NOUVELLE CLE, ET CEUX QUI RATTACHENT LE
000367*                  DISPARAISSANT COMME TITULAIRE, CO-TITULAIRE OU
000368*                  MANDATAIRE AUX CONTRATS D'AUTRES CLIENTS
000369*                  PASSENT AU SURVIVANT. UN LIEN DEVENU SANS
000370*                  OBJET (SURVIVANT LIE A SON PROPRE CONTRAT OU
000371*                  DEJA LIE AU MEME CONTRAT) EST SUPPRIME.
000372* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER
000373*                  CLIENTLOG : NOUVELLE ZONE CLOG-OPERATEUR
000374*                  (IDENTIFIANT DE L'OPERATEUR EN LIGNE, NOM DU
000375*                  PROGRAMME POUR LES TRAITEMENTS BATCH).
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. FUSCLI.
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS OP-CLE
000651         FILE STATUS IS ORDRE-FILE-STATUS.
000652     SELECT DECOUVERT-FILE ASSIGN TO "AUTDEC"
000653         ORGANIZATION IS INDEXED
000654         ACCESS MODE IS DYNAMIC
000655         RECORD KEY IS DA-CLE
000656         FILE STATUS IS DECOUVERT-STATUS.
000657     SELECT TITULAIRE-FILE ASSIGN TO "TITULAIRE"
000658         ORGANIZATION IS INDEXED
000659         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS TI-CLE
000661         ALTERNATE RECORD KEY IS TI-NUMCLI WITH DUPLICATES
000662         FILE STATUS IS TITULAIRE-STATUS.
000670     SELECT SESSION-FILE ASSIGN TO "SESSION"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS SESSION-STATUS.
000870         03 CT-NUMCLI PIC 9(6).
000880         03 CT-NUMPROD PIC 9(3).
000890     02 CT-INTITULE PIC x(30).
000900     02 CT-SOMME PIC S9(9)v9(2).
000910     02 CT-DATECREATION.
000920         03 CT-JOUR PIC 9(2).
000930         03 CT-MOIS PIC 9(2).
000960         88 CT-ACTIF VALUE 'A'.
000970         88 CT-CLOS VALUE 'C'.
000980         88 CT-DORMANT VALUE 'D'.
000983     02 CT-DATE-ECHEANCE PIC 9(08).
000986     02 CT-PRODUIT-VERSEMENT PIC 9(03).
000990 FD  CLIENT-LOG-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  CLOG-ENREG.
001040     02 CLOG-OPERATION PIC x(12).
001050     02 CLOG-DATE PIC 9(08).
001060     02 CLOG-HEURE PIC 9(08).
001065     02 CLOG-OPERATEUR PIC x(08).
001070 FD  XREF-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  XREF-ENREG.
001260         03 OP-FIN-MOIS PIC 9(2).
001270         03 OP-FIN-JOUR PIC 9(2).
001280     02 OP-ETAT PIC x(01).
001281         88 OP-ACTIF VALUE 'A'.
001282         88 OP-ANNULE VALUE 'C'.
001283 FD  DECOUVERT-FILE
001284     LABEL RECORDS ARE STANDARD.
001285 01  DECOUVERT-ENREG.
001286     02 DA-CLE.
001287         03 DA-NUMCLI PIC 9(6).
001288         03 DA-NUMPROD PIC 9(3).
001289     02 DA-PLAFOND PIC 9(9)v9(2).
001290     02 DA-DATE-DEBUT PIC 9(08).
001291     02 DA-DATE-FIN PIC 9(08).
001292     02 DA-ETAT PIC x(01).
001293         88 DA-ACTIVE VALUE 'A'.
001294         88 DA-REVOQUEE VALUE 'R'.
001295 FD  TITULAIRE-FILE
001296     LABEL RECORDS ARE STANDARD.
001297 01  TITULAIRE-ENREG.
001298     02 TI-CLE.
001299         03 TI-CONTRAT.
001300             04 TI-NUMCLI-CONTRAT PIC 9(6).
001301             04 TI-NUMPROD PIC 9(3).
001302         03 TI-NUMCLI PIC 9(6).
001303     02 TI-ROLE PIC x(01).
001304         88 TI-TITULAIRE VALUE 'T'.
001305         88 TI-COTITULAIRE VALUE 'C'.
001306         88 TI-MANDATAIRE VALUE 'M'.
001307         88 TI-ROLE-VALIDE VALUE 'T' 'C' 'M'.
001308     02 TI-DATE-DEBUT PIC 9(08).
001310
001320 FD  SESSION-FILE
001330     LABEL RECORDS ARE STANDARD.
001760     88 ORDRE-FILE-INEXISTANT VALUE '35'.
001770 77 fin-ordres-sw PIC x(01).
001780     88 fin-ordres VALUE 'O'.
001781 77 ordres-presents-sw PIC x(01) VALUE 'N'.
001782     88 ordres-presents VALUE 'O'.
001783 77 nb-ordres-annules PIC 9(03) COMP VALUE ZERO.
001784
001785* Autorisations de decouvert des contrats transferes : reprises
001786* sous la nouvelle cle du contrat (numero du survivant et
001787* nouveau numero de produit). Fichier absent = aucune.
001788 01 DECOUVERT-STATUS PIC x(02).
001789     88 DECOUVERT-OK VALUE '00'.
001790     88 DECOUVERT-INEXISTANT VALUE '35'.
001791 77 decouverts-presents-sw PIC x(01) VALUE 'N'.
001792     88 decouverts-presents VALUE 'O'.
001793 77 nb-decouverts-transferes PIC 9(03) COMP VALUE ZERO.
001794 77 ancien-numprod PIC 9(03).
001795 01 decouvert-tampon.
001796     02 td-plafond PIC 9(9)v9(2).
001797     02 td-date-debut PIC 9(08).
001798     02 td-date-fin PIC 9(08).
001799     02 td-etat PIC x(01).
001800
001801* Liens de titularite (fichier TITULAIRE) : les liens poses sur
001802* les contrats transferes suivent leur nouvelle cle, et ceux qui
001803* rattachent le disparaissant a des contrats d'autres clients
001804* passent au survivant. Un lien devenu sans objet (le survivant
001805* lie a son propre contrat, ou deja lie au meme contrat) est
001806* supprime. Fichier absent = aucun lien.
001807 01 TITULAIRE-STATUS PIC x(02).
001808     88 TITULAIRE-OK VALUE '00'.
001809     88 TITULAIRE-INEXISTANT VALUE '35'.
001810     88 TITULAIRE-DOUBLON VALUE '22'.
001811 77 titulaires-presents-sw PIC x(01) VALUE 'N'.
001812     88 titulaires-presents VALUE 'O'.
001813 77 fin-titulaires-sw PIC x(01).
001814     88 fin-titulaires VALUE 'O'.
001815 77 nb-liens-repris PIC 9(03) COMP VALUE ZERO.
001816 77 nb-liens-supprimes PIC 9(03) COMP VALUE ZERO.
001817 01 titulaire-tampon.
001818     02 tt-numcli-contrat PIC 9(06).
001819     02 tt-numprod PIC 9(03).
001820     02 tt-numcli PIC 9(06).
001821     02 tt-role PIC x(01).
001822     02 tt-date-debut PIC 9(08).
001823
001830* Numeros saisis en SYSIN : le survivant puis le disparaissant.
001840 77 survivant-saisi PIC x(06).
001850 77 disparaissant-saisi PIC x(06).
001930* reecrire sous la cle du survivant.
001940 01 contrat-tampon.
001950     02 tp-intitule PIC x(30).
001960     02 tp-somme PIC S9(9)v9(2).
001970     02 tp-datecreation PIC x(08).
001971     02 tp-etat PIC x(01).
001972     02 tp-date-echeance PIC 9(08).
001973     02 tp-produit-versement PIC 9(03).
001974
001975* Correspondance ancien numero de produit du disparaissant vers
001976* son nouveau numero sous le survivant, pour reporter le produit
001977* de versement des depots a terme transferes.
001978 01 TABLE-RENUMEROTATION.
001979     02 NOUVEAU-NUMPROD PIC 9(03) OCCURS 999 TIMES.
001980 77 premier-numprod-transfere PIC 9(03).
001981 77 numprod-a-reporter PIC 9(03).
001982 77 nb-versements-reportes PIC 9(03) COMP VALUE ZERO.
001990
002000 PROCEDURE DIVISION.
002010
002030* 0000-MAINLINE
002040*    Controle les deux numeros demandes, transfere les contrats
002050*    du disparaissant sous le survivant, annule ses ordres
002058*    permanents encore actifs, reprend ses liens de titularite
002066*    sur les contrats d'autres clients, supprime la fiche en
002074*    double, trace la fusion et ecrit la correspondance, puis
002082*    rend compte.
002090******************************************************************
002100 0000-MAINLINE.
002110     PERFORM 0500-CONTROLER-SESSION THRU 0500-EXIT.
002190     END-IF.
002200     IF NOT fusion-echouee
002210         PERFORM 2500-ANNULER-ORDRES THRU 2500-EXIT
002212     END-IF.
002214     IF NOT fusion-echouee
002216         PERFORM 2700-REPRENDRE-LIENS THRU 2700-EXIT
002220     END-IF.
002230     IF NOT fusion-echouee
002240         PERFORM 3000-SUPPRIMER-DOUBLON THRU 3000-EXIT
003340             PERFORM 8000-FERMER-TOUT THRU 8000-EXIT
003350             SET fusion-echouee TO TRUE
003360             MOVE 8 TO RETURN-CODE
003361             GO TO 1000-EXIT
003362         END-IF
003363     END-IF.
003364     MOVE 'N' TO decouverts-presents-sw.
003365     OPEN I-O DECOUVERT-FILE.
003366     IF DECOUVERT-OK
003367         SET decouverts-presents TO TRUE
003368     ELSE
003369         IF NOT DECOUVERT-INEXISTANT
003370             DISPLAY "FUSCLI : FICHIER AUTDEC INACCESSIBLE - "
003371                 "CODE " DECOUVERT-STATUS
003372             PERFORM 8000-FERMER-TOUT THRU 8000-EXIT
003373             SET fusion-echouee TO TRUE
003374             MOVE 8 TO RETURN-CODE
003375             GO TO 1000-EXIT
003376         END-IF
003377     END-IF.
003378     MOVE 'N' TO titulaires-presents-sw.
003379     OPEN I-O TITULAIRE-FILE.
003380     IF TITULAIRE-OK
003381         SET titulaires-presents TO TRUE
003382     ELSE
003383         IF NOT TITULAIRE-INEXISTANT
003384             DISPLAY "FUSCLI : FICHIER TITULAIRE INACCESSIBLE - "
003385                 "CODE " TITULAIRE-STATUS
003386             PERFORM 8000-FERMER-TOUT THRU 8000-EXIT
003387             SET fusion-echouee TO TRUE
003388             MOVE 8 TO RETURN-CODE
003389             GO TO 1000-EXIT
003390         END-IF
003391     END-IF.
003400     MOVE numcli-survivant TO CF-NUMCLI.
003410     READ CLIENT-FILE
003420         INVALID KEY
004030*    Transfere un a un les contrats du client disparaissant sous
004040*    le client survivant : chaque contrat est reecrit sous la
004050*    cle du survivant avec le numero de produit suivant, puis
004053*    l'enregistrement d'origine est supprime. L'autorisation de
004056*    decouvert eventuelle du contrat et ses liens de titularite
004059*    le suivent sous sa nouvelle cle. Le produit de versement
004062*    des depots a terme transferes est ensuite reporte sur son
004065*    nouveau numero.
004070******************************************************************
004080 2000-TRANSFERER-CONTRATS.
004083     MOVE ZERO TO TABLE-RENUMEROTATION.
004086     COMPUTE premier-numprod-transfere = prochain-numprod + 1.
004090     MOVE 'N' TO fin-contrats-sw.
004100     PERFORM 2100-TRANSFERER-CONTRAT THRU 2100-EXIT
004110         UNTIL fin-contrats.
004111     IF fusion-echouee OR nb-contrats-transferes = ZERO
004112         GO TO 2000-EXIT
004113     END-IF.
004114     MOVE premier-numprod-transfere TO numprod-a-reporter.
004115     PERFORM 2200-REPORTER-VERSEMENT THRU 2200-EXIT
004116         UNTIL fusion-echouee
004117             OR numprod-a-reporter > prochain-numprod.
004120 2000-EXIT.
004130     EXIT.
004140
004330     MOVE CT-SOMME TO tp-somme.
004340     MOVE CT-DATECREATION TO tp-datecreation.
004350     MOVE CT-ETAT TO tp-etat.
004352     MOVE CT-DATE-ECHEANCE TO tp-date-echeance.
004354     MOVE CT-PRODUIT-VERSEMENT TO tp-produit-versement.
004356     MOVE CT-NUMPROD TO ancien-numprod.
004360     DELETE CONTRAT-FILE.
004370     IF NOT CONTRAT-FILE-OK
004380         DISPLAY "FUSCLI : ERREUR SUPPRESSION CONTRAT - CODE "
004490     MOVE tp-somme TO CT-SOMME.
004500     MOVE tp-datecreation TO CT-DATECREATION.
004510     MOVE tp-etat TO CT-ETAT.
004513     MOVE tp-date-echeance TO CT-DATE-ECHEANCE.
004516     MOVE tp-produit-versement TO CT-PRODUIT-VERSEMENT.
004520     WRITE CONTRAT-ENREG.
004530     IF NOT CONTRAT-FILE-OK
004540         DISPLAY "FUSCLI : ERREUR REECRITURE CONTRAT - CODE "
004590         GO TO 2100-EXIT
004600     END-IF.
004610     ADD 1 TO nb-contrats-transferes.
004611     MOVE prochain-numprod TO NOUVEAU-NUMPROD(ancien-numprod).
004612     PERFORM 2150-TRANSFERER-DECOUVERT THRU 2150-EXIT.
004613     IF titulaires-presents AND NOT fusion-echouee
004614         MOVE 'N' TO fin-titulaires-sw
004615         PERFORM 2160-TRANSFERER-LIEN THRU 2160-EXIT
004616             UNTIL fin-titulaires
004617     END-IF.
004620 2100-EXIT.
004621     EXIT.
004622
004623******************************************************************
004624* 2150-TRANSFERER-DECOUVERT
004625*    Reprend l'autorisation de decouvert du contrat transfere
004626*    (ancienne cle : disparaissant et ancien numero de produit)
004627*    sous la nouvelle cle du contrat, puis supprime l'ancienne.
004628*    Pas d'autorisation ou fichier absent : rien a reprendre.
004629******************************************************************
004630 2150-TRANSFERER-DECOUVERT.
004631     IF NOT decouverts-presents
004632         GO TO 2150-EXIT
004633     END-IF.
004634     MOVE numcli-disparaissant TO DA-NUMCLI.
004635     MOVE ancien-numprod TO DA-NUMPROD.
004636     READ DECOUVERT-FILE
004637         INVALID KEY
004638             GO TO 2150-EXIT
004639     END-READ.
004640     MOVE DA-PLAFOND TO td-plafond.
004641     MOVE DA-DATE-DEBUT TO td-date-debut.
004642     MOVE DA-DATE-FIN TO td-date-fin.
004643     MOVE DA-ETAT TO td-etat.
004644     DELETE DECOUVERT-FILE.
004645     IF NOT DECOUVERT-OK
004646         DISPLAY "FUSCLI : ERREUR SUPPRESSION DECOUVERT - CODE "
004647             DECOUVERT-STATUS " SUR " DA-CLE
004648         SET fusion-echouee TO TRUE
004649         SET fin-contrats TO TRUE
004650         MOVE 8 TO RETURN-CODE
004651         GO TO 2150-EXIT
004652     END-IF.
004653     MOVE numcli-survivant TO DA-NUMCLI.
004654     MOVE prochain-numprod TO DA-NUMPROD.
004655     MOVE td-plafond TO DA-PLAFOND.
004656     MOVE td-date-debut TO DA-DATE-DEBUT.
004657     MOVE td-date-fin TO DA-DATE-FIN.
004658     MOVE td-etat TO DA-ETAT.
004659     WRITE DECOUVERT-ENREG.
004660     IF NOT DECOUVERT-OK
004661         DISPLAY "FUSCLI : ERREUR REECRITURE DECOUVERT - CODE "
004662             DECOUVERT-STATUS " SUR " DA-CLE
004663         SET fusion-echouee TO TRUE
004664         SET fin-contrats TO TRUE
004665         MOVE 8 TO RETURN-CODE
004666         GO TO 2150-EXIT
004667     END-IF.
004668     ADD 1 TO nb-decouverts-transferes.
004669 2150-EXIT.
004670     EXIT.
004671
004672******************************************************************
004673* 2160-TRANSFERER-LIEN
004674*    Reprend un lien de titularite du contrat transfere (ancienne
004675*    cle : disparaissant et ancien numero de produit) sous la
004676*    nouvelle cle du contrat. Le lien du survivant sur ce contrat
004677*    est supprime sans etre repris : il en est desormais le
004678*    detenteur.
004679******************************************************************
004680 2160-TRANSFERER-LIEN.
004681     MOVE numcli-disparaissant TO TI-NUMCLI-CONTRAT.
004682     MOVE ancien-numprod TO TI-NUMPROD.
004683     MOVE ZERO TO TI-NUMCLI.
004684     START TITULAIRE-FILE KEY IS NOT LESS THAN TI-CLE
004685         INVALID KEY
004686             SET fin-titulaires TO TRUE
004687             GO TO 2160-EXIT
004688     END-START.
004689     READ TITULAIRE-FILE NEXT RECORD
004690         AT END
004691             SET fin-titulaires TO TRUE
004692             GO TO 2160-EXIT
004693     END-READ.
004694     IF TI-NUMCLI-CONTRAT NOT = numcli-disparaissant
004695         OR TI-NUMPROD NOT = ancien-numprod
004696         SET fin-titulaires TO TRUE
004697         GO TO 2160-EXIT
004698     END-IF.
004699     MOVE TITULAIRE-ENREG TO titulaire-tampon.
004700     MOVE numcli-survivant TO tt-numcli-contrat.
004701     MOVE prochain-numprod TO tt-numprod.
004702     PERFORM 2800-REECRIRE-LIEN THRU 2800-EXIT.
004703     IF fusion-echouee
004704         SET fin-titulaires TO TRUE
004705         SET fin-contrats TO TRUE
004706     END-IF.
004707 2160-EXIT.
004708     EXIT.
004709
004710******************************************************************
004711* 2200-REPORTER-VERSEMENT
004712*    Relit un contrat transfere sous le survivant : s'il s'agit
004713*    d'un depot a terme, son produit de versement (ancien numero
004714*    chez le disparaissant) est remplace par le nouveau numero
004715*    du meme produit, et le contrat est reecrit.
004716******************************************************************
004717 2200-REPORTER-VERSEMENT.
004718     MOVE numcli-survivant TO CT-NUMCLI.
004719     MOVE numprod-a-reporter TO CT-NUMPROD.
004720     ADD 1 TO numprod-a-reporter.
004721     READ CONTRAT-FILE
004722         INVALID KEY
004723             GO TO 2200-EXIT
004724     END-READ.
004725     IF CT-PRODUIT-VERSEMENT = ZERO
004726         GO TO 2200-EXIT
004727     END-IF.
004728     IF NOUVEAU-NUMPROD(CT-PRODUIT-VERSEMENT) = ZERO
004729         DISPLAY "FUSCLI : PRODUIT DE VERSEMENT "
004730             CT-PRODUIT-VERSEMENT " NON TRANSFERE POUR " CT-CLE
004731         GO TO 2200-EXIT
004732     END-IF.
004733     MOVE NOUVEAU-NUMPROD(CT-PRODUIT-VERSEMENT)
004734         TO CT-PRODUIT-VERSEMENT.
004735     REWRITE CONTRAT-ENREG.
004736     IF NOT CONTRAT-FILE-OK
004737         DISPLAY "FUSCLI : ERREUR REECRITURE CONTRAT - CODE "
004738             CONTRAT-FILE-STATUS " SUR " CT-CLE
004739         SET fusion-echouee TO TRUE
004740         MOVE 8 TO RETURN-CODE
004741         GO TO 2200-EXIT
004742     END-IF.
004743     ADD 1 TO nb-versements-reportes.
004744 2200-EXIT.
004745     EXIT.
004746
004747******************************************************************
004748* 2500-ANNULER-ORDRES
004749*    Annule les ordres permanents encore actifs du client
004750*    disparaissant (etat 'C', comme l'annulation a l'ecran) :
004751*    GENORD ne doit plus generer de mouvements sur le numero
004752*    supprime. Fichier des ordres absent : rien a annuler.
004753******************************************************************
004754 2500-ANNULER-ORDRES.
004755     IF NOT ordres-presents
004756         GO TO 2500-EXIT
004757     END-IF.
004760     MOVE 'N' TO fin-ordres-sw.
004770     MOVE numcli-disparaissant TO OP-NUMCLI.
004780     MOVE ZERO TO OP-NUMORD.
005040         ADD 1 TO nb-ordres-annules
005050     ELSE
005060         DISPLAY "FUSCLI : ERREUR ANNULATION ORDRE - CODE "
005061             ORDRE-FILE-STATUS " SUR " OP-CLE
005062         SET fusion-echouee TO TRUE
005063         SET fin-ordres TO TRUE
005064         MOVE 8 TO RETURN-CODE
005065     END-IF.
005066 2510-EXIT.
005067     EXIT.
005068
005069******************************************************************
005070* 2700-REPRENDRE-LIENS
005071*    Reprend sous le survivant les liens de titularite qui
005072*    rattachent le disparaissant aux contrats d'autres clients
005073*    (cle secondaire client lie). Fichier absent : rien a
005074*    reprendre.
005075******************************************************************
005076 2700-REPRENDRE-LIENS.
005077     IF NOT titulaires-presents
005078         GO TO 2700-EXIT
005079     END-IF.
005080     MOVE 'N' TO fin-titulaires-sw.
005081     PERFORM 2710-REPRENDRE-LIEN THRU 2710-EXIT
005082         UNTIL fin-titulaires.
005083 2700-EXIT.
005084     EXIT.
005085
005086 2710-REPRENDRE-LIEN.
005087     MOVE numcli-disparaissant TO TI-NUMCLI.
005088     START TITULAIRE-FILE KEY IS EQUAL TO TI-NUMCLI
005089         INVALID KEY
005090             SET fin-titulaires TO TRUE
005091             GO TO 2710-EXIT
005092     END-START.
005093     READ TITULAIRE-FILE NEXT RECORD
005094         AT END
005095             SET fin-titulaires TO TRUE
005096             GO TO 2710-EXIT
005097     END-READ.
005098     IF TI-NUMCLI NOT = numcli-disparaissant
005099         SET fin-titulaires TO TRUE
005100         GO TO 2710-EXIT
005101     END-IF.
005102     MOVE TITULAIRE-ENREG TO titulaire-tampon.
005103     MOVE numcli-survivant TO tt-numcli.
005104     PERFORM 2800-REECRIRE-LIEN THRU 2800-EXIT.
005105     IF fusion-echouee
005106         SET fin-titulaires TO TRUE
005107     END-IF.
005108 2710-EXIT.
005109     EXIT.
005110
005111******************************************************************
005112* 2800-REECRIRE-LIEN
005113*    Supprime le lien courant et l'ecrit sous la cle preparee
005114*    dans titulaire-tampon. Un lien du survivant sur son propre
005115*    contrat, ou deja present sous la nouvelle cle, n'est pas
005116*    reecrit.
005117******************************************************************
005118 2800-REECRIRE-LIEN.
005119     DELETE TITULAIRE-FILE.
005120     IF NOT TITULAIRE-OK
005121         DISPLAY "FUSCLI : ERREUR SUPPRESSION LIEN - CODE "
005122             TITULAIRE-STATUS " SUR " TI-CLE
005123         SET fusion-echouee TO TRUE
005124         MOVE 8 TO RETURN-CODE
005125         GO TO 2800-EXIT
005126     END-IF.
005127     IF tt-numcli = tt-numcli-contrat
005128         ADD 1 TO nb-liens-supprimes
005129         GO TO 2800-EXIT
005130     END-IF.
005131     MOVE titulaire-tampon TO TITULAIRE-ENREG.
005132     WRITE TITULAIRE-ENREG.
005133     IF TITULAIRE-DOUBLON
005134         ADD 1 TO nb-liens-supprimes
005135         GO TO 2800-EXIT
005136     END-IF.
005137     IF NOT TITULAIRE-OK
005138         DISPLAY "FUSCLI : ERREUR REECRITURE LIEN - CODE "
005139             TITULAIRE-STATUS " SUR " TI-CLE
005140         SET fusion-echouee TO TRUE
005141         MOVE 8 TO RETURN-CODE
005142         GO TO 2800-EXIT
005143     END-IF.
005144     ADD 1 TO nb-liens-repris.
005145 2800-EXIT.
005146     EXIT.
005147
005148******************************************************************
005150* 3000-SUPPRIMER-DOUBLON
005160*    Supprime la fiche du client disparaissant du fichier
005170*    maitre, une fois tous ses contrats transferes.
005600     MOVE log-operation TO CLOG-OPERATION.
005610     ACCEPT CLOG-DATE FROM DATE YYYYMMDD.
005620     ACCEPT CLOG-HEURE FROM TIME.
005625     MOVE "FUSCLI" TO CLOG-OPERATEUR.
005630     WRITE CLOG-ENREG.
005640     IF NOT CLIENT-LOG-OK
005650         DISPLAY "FUSCLI : ERREUR JOURNALISATION - CODE "
005740     IF ordres-presents
005750         CLOSE ORDRE-FILE
005760     END-IF.
005761     IF decouverts-presents
005762         CLOSE DECOUVERT-FILE
005763     END-IF.
005764     IF titulaires-presents
005765         CLOSE TITULAIRE-FILE
005766     END-IF.
005770     CLOSE CLIENT-LOG-FILE.
005780     CLOSE XREF-FILE.
005790 8000-EXIT.
005820******************************************************************
005830* 9000-TERMINAISON
005840*    Referme les fichiers et rend compte de la fusion (nombre de
005845*    contrats transferes, d'autorisations de decouvert reprises,
005850*    de produits de versement reportes, de liens de titularite
005855*    repris ou supprimes, numeros concernes).
005860******************************************************************
005870 9000-TERMINAISON.
005880     PERFORM 8000-FERMER-TOUT THRU 8000-EXIT.
005930         DISPLAY "FUSCLI : CLIENT " numcli-disparaissant
005940             " FUSIONNE SOUS " numcli-survivant " - "
005950             nb-contrats-transferes " CONTRAT(S) TRANSFERE(S) - "
005952             nb-ordres-annules " ORDRE(S) ANNULE(S) - "
005954             nb-decouverts-transferes " DECOUVERT(S) REPRIS - "
005956             nb-versements-reportes " VERSEMENT(S) REPORTE(S)."
005958         DISPLAY "FUSCLI : " nb-liens-repris " LIEN(S) DE "
005960             "TITULARITE REPRIS - " nb-liens-supprimes
005962             " LIEN(S) DEVENU(S) SANS OBJET SUPPRIME(S)."
005970     END-IF.
005980 9000-EXIT.
005990     EXIT.
