000330*                  BLANC, TOUT LE FICHIER EST EDITE COMME AVANT.
000340* 02/09/2026 JLY   NOUVEL ETAT DORMANT ('D') SUR LES PRODUITS :
000350*                  LES PRODUITS DORMANTS RESTENT PORTES SUR LES
000351*                  RELEVES COMME LES PRODUITS ACTIFS.
000352* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER CONTRATS
000353*                  SUR LE SOLDE SIGNE (CT-SOMME) : UN PRODUIT A
000354*                  SOLDE DEBITEUR (DECOUVERT AUTORISE) EST EDITE
000355*                  PRECEDE DU SIGNE MOINS ET VIENT EN DEDUCTION
000356*                  DU TOTAL DES PRODUITS.
000357* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER CONTRATS
000358*                  SUR LES DEPOTS A TERME (DATE D'ECHEANCE ET
000359*                  PRODUIT DE VERSEMENT A L'ECHEANCE).
000360* 15/10/2026 JLY   COMPTES JOINTS : LE RELEVE D'UN CLIENT PORTE
000361*                  AUSSI LES PRODUITS ACTIFS D'AUTRES CLIENTS
000362*                  DONT IL EST TITULAIRE OU CO-TITULAIRE (FICHIER
000363*                  TITULAIRE, CLE SECONDAIRE CLIENT LIE), AVEC LA
000364*                  MENTION DU DETENTEUR ; CHAQUE TITULAIRE RECOIT
000365*                  AINSI LE RELEVE DU COMPTE. LES MANDATAIRES NE
000366*                  SONT PAS DESTINATAIRES.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. RELCLI.
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CT-CLE
000570         FILE STATUS IS CONTRAT-FILE-STATUS.
000571     SELECT TITULAIRE-FILE ASSIGN TO "TITULAIRE"
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS DYNAMIC
000574         RECORD KEY IS TI-CLE
000575         ALTERNATE RECORD KEY IS TI-NUMCLI WITH DUPLICATES
000576         FILE STATUS IS TITULAIRE-STATUS.
000580     SELECT RELEVE-FILE ASSIGN TO "RELEVES"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS RELEVE-STATUS.
000780         03 CT-NUMCLI PIC 9(6).
000790         03 CT-NUMPROD PIC 9(3).
000800     02 CT-INTITULE PIC x(30).
000810     02 CT-SOMME PIC S9(9)v9(2).
000820     02 CT-DATECREATION.
000830         03 CT-JOUR PIC 9(2).
000840         03 CT-MOIS PIC 9(2).
000860     02 CT-ETAT PIC x(01).
000870         88 CT-ACTIF VALUE 'A'.
000880         88 CT-CLOS VALUE 'C'.
000881         88 CT-DORMANT VALUE 'D'.
000882     02 CT-DATE-ECHEANCE PIC 9(08).
000883     02 CT-PRODUIT-VERSEMENT PIC 9(03).
000884 FD  TITULAIRE-FILE
000885     LABEL RECORDS ARE STANDARD.
000886 01  TITULAIRE-ENREG.
000887     02 TI-CLE.
000888         03 TI-CONTRAT.
000889             04 TI-NUMCLI-CONTRAT PIC 9(6).
000890             04 TI-NUMPROD PIC 9(3).
000891         03 TI-NUMCLI PIC 9(6).
000892     02 TI-ROLE PIC x(01).
000893         88 TI-TITULAIRE VALUE 'T'.
000894         88 TI-COTITULAIRE VALUE 'C'.
000895         88 TI-MANDATAIRE VALUE 'M'.
000896         88 TI-ROLE-VALIDE VALUE 'T' 'C' 'M'.
000897     02 TI-DATE-DEBUT PIC 9(08).
000900 FD  RELEVE-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  REL-LIGNE PIC x(132).
001070
001080 77 fin-contrats-sw PIC x(01).
001090     88 fin-contrats VALUE 'O'.
001091
001092* Liens de titularite (fichier TITULAIRE) : les produits d'autres
001093* clients dont le client est titulaire ou co-titulaire figurent
001094* aussi sur son releve. Fichier absent = aucun lien.
001095 01 TITULAIRE-STATUS PIC x(02).
001096     88 TITULAIRE-OK VALUE '00'.
001097     88 TITULAIRE-INEXISTANT VALUE '35'.
001098 77 titulaires-presents-sw PIC x(01) VALUE 'N'.
001099     88 titulaires-presents VALUE 'O'.
001100 77 fin-titulaires-sw PIC x(01).
001101     88 fin-titulaires VALUE 'O'.
001102 77 nb-produits-conjoints PIC 9(05) COMP VALUE ZERO.
001103
001110 77 edition-echouee-sw PIC x(01).
001120     88 edition-echouee VALUE 'O'.
001130
001230 77 nb-pages-editees PIC 9(05) COMP VALUE ZERO.
001240 77 lignes-produits PIC 9(03) COMP VALUE ZERO.
001250 77 lignes-produits-max PIC 9(03) COMP VALUE 30.
001260 77 total-produits-actifs PIC S9(11)v9(02) VALUE ZERO.
001270
001280 01 date-edition PIC 9(08).
001290 01 date-edition-decoupe REDEFINES date-edition.
001330
001340* Zones d'edition des montants (ponctuation monetaire francaise,
001350* le point separant les milliers et la virgule les centimes).
001360 01 somme-editee PIC -.---.---.--9,99.
001370 01 total-edite PIC -.---.---.--9,99.
001380 01 page-editee PIC ZZZZ9.
001390 01 compteur-edite PIC ZZZZ9.
001400
001860     02 lp-somme PIC x(16).
001870     02 FILLER PIC x(01) VALUE SPACE.
001880     02 lp-date PIC x(10).
001883     02 FILLER PIC x(01) VALUE SPACE.
001886     02 lp-mention PIC x(40).
001890 01 ligne-total.
001900     02 FILLER PIC x(05) VALUE SPACES.
001910     02 FILLER PIC x(28)
002620         SET edition-echouee TO TRUE
002630         MOVE 8 TO RETURN-CODE
002640         GO TO 1000-EXIT
002641     END-IF.
002642     MOVE 'N' TO titulaires-presents-sw.
002643     OPEN INPUT TITULAIRE-FILE.
002644     IF TITULAIRE-OK
002645         SET titulaires-presents TO TRUE
002646     ELSE
002647         IF NOT TITULAIRE-INEXISTANT
002648             DISPLAY "RELCLI : FICHIER TITULAIRE INACCESSIBLE - "
002649                 "CODE " TITULAIRE-STATUS
002650             CLOSE CLIENT-FILE
002651             CLOSE CONTRAT-FILE
002652             SET edition-echouee TO TRUE
002653             MOVE 8 TO RETURN-CODE
002654             GO TO 1000-EXIT
002655         END-IF
002656     END-IF.
002660     OPEN OUTPUT RELEVE-FILE.
002670     IF NOT RELEVE-OK
002680         DISPLAY "RELCLI : FICHIER RELEVES INACCESSIBLE - CODE "
002690             RELEVE-STATUS
002700         CLOSE CLIENT-FILE
002710         CLOSE CONTRAT-FILE
002712         IF titulaires-presents
002714             CLOSE TITULAIRE-FILE
002716         END-IF
002720         SET edition-echouee TO TRUE
002730         MOVE 8 TO RETURN-CODE
002740         GO TO 1000-EXIT
003420******************************************************************
003430* 3000-EDITER-RELEVE
003440*    Edite le releve du client courant : page d'en-tete avec le
003446*    bloc adresse, lignes de produits actifs, puis produits
003452*    d'autres clients dont il est titulaire ou co-titulaire
003458*    (chaque titulaire recoit ainsi le releve du compte joint),
003464*    total du portefeuille. Un client tres equipe continue sur
003470*    une page supplementaire.
003480******************************************************************
003490 3000-EDITER-RELEVE.
003500     MOVE ZERO TO total-produits-actifs.
003590     END-START.
003600     PERFORM 3100-EDITER-PRODUIT THRU 3100-EXIT
003610         UNTIL fin-contrats.
003612     IF titulaires-presents AND NOT edition-echouee
003614         PERFORM 3200-EDITER-CONJOINTS THRU 3200-EXIT
003616     END-IF.
003620     IF lignes-produits = ZERO
003630         MOVE ligne-aucun-produit TO REL-LIGNE
003640         PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT
003910     END-IF.
003920     IF NOT CT-ACTIF AND NOT CT-DORMANT
003930         GO TO 3100-EXIT
003931     END-IF.
003932     MOVE SPACES TO lp-mention.
003933     PERFORM 3150-EDITER-LIGNE-PRODUIT THRU 3150-EXIT.
003934 3100-EXIT.
003935     EXIT.
003936
003937******************************************************************
003938* 3150-EDITER-LIGNE-PRODUIT
003939*    Edite la ligne du produit lu (mention preparee par
003940*    l'appelant) et le cumule au total ; change de page quand la
003941*    page est pleine.
003942******************************************************************
003943 3150-EDITER-LIGNE-PRODUIT.
003950     IF lignes-produits >= lignes-produits-max
003960         PERFORM 4000-NOUVELLE-PAGE THRU 4000-EXIT
003970         MOVE ZERO TO lignes-produits
004080         "/" DELIMITED BY SIZE
004090         CT-ANNEE DELIMITED BY SIZE
004100         INTO lp-date
004101     END-STRING.
004102     MOVE ligne-produit TO REL-LIGNE.
004103     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
004104     ADD 1 TO lignes-produits.
004105     ADD CT-SOMME TO total-produits-actifs.
004106 3150-EXIT.
004107     EXIT.
004108
004109******************************************************************
004110* 3200-EDITER-CONJOINTS
004111*    Parcourt les liens du client courant (cle secondaire client
004112*    lie) et edite les produits actifs ou dormants d'autres
004113*    clients dont il est titulaire ou co-titulaire, avec la
004114*    mention du detenteur. Les mandats ne sont pas edites : le
004115*    mandataire n'est pas destinataire du releve.
004116******************************************************************
004117 3200-EDITER-CONJOINTS.
004118     MOVE 'N' TO fin-titulaires-sw.
004119     MOVE CF-NUMCLI TO TI-NUMCLI.
004120     START TITULAIRE-FILE KEY IS EQUAL TO TI-NUMCLI
004121         INVALID KEY
004122             SET fin-titulaires TO TRUE
004123     END-START.
004124     PERFORM 3210-EDITER-CONJOINT THRU 3210-EXIT
004125         UNTIL fin-titulaires.
004126 3200-EXIT.
004127     EXIT.
004128
004129 3210-EDITER-CONJOINT.
004130     READ TITULAIRE-FILE NEXT RECORD
004131         AT END
004132             SET fin-titulaires TO TRUE
004133             GO TO 3210-EXIT
004134     END-READ.
004135     IF TI-NUMCLI NOT = CF-NUMCLI
004136         SET fin-titulaires TO TRUE
004137         GO TO 3210-EXIT
004138     END-IF.
004139     IF NOT TI-TITULAIRE AND NOT TI-COTITULAIRE
004140         GO TO 3210-EXIT
004141     END-IF.
004142     MOVE TI-NUMCLI-CONTRAT TO CT-NUMCLI.
004143     MOVE TI-NUMPROD TO CT-NUMPROD.
004144     READ CONTRAT-FILE
004145         INVALID KEY
004146             GO TO 3210-EXIT
004147     END-READ.
004148     IF NOT CT-ACTIF AND NOT CT-DORMANT
004149         GO TO 3210-EXIT
004150     END-IF.
004151     MOVE SPACES TO lp-mention.
004152     IF TI-TITULAIRE
004153         STRING "TITULAIRE - COMPTE DU CLIENT " DELIMITED BY SIZE
004154             CT-NUMCLI DELIMITED BY SIZE
004155             INTO lp-mention
004156         END-STRING
004157     ELSE
004158         STRING "CO-TITULAIRE - COMPTE DU CLIENT "
004159             DELIMITED BY SIZE
004160             CT-NUMCLI DELIMITED BY SIZE
004161             INTO lp-mention
004162         END-STRING
004163     END-IF.
004164     PERFORM 3150-EDITER-LIGNE-PRODUIT THRU 3150-EXIT.
004165     ADD 1 TO nb-produits-conjoints.
004166 3210-EXIT.
004170     EXIT.
004180
004190******************************************************************
004350         SET edition-echouee TO TRUE
004360         SET fin-fichier TO TRUE
004370         SET fin-contrats TO TRUE
004375         SET fin-titulaires TO TRUE
004380         MOVE 8 TO RETURN-CODE
004390         GO TO 4000-EXIT
004400     END-IF.
004900         SET edition-echouee TO TRUE
004910         SET fin-fichier TO TRUE
004920         SET fin-contrats TO TRUE
004925         SET fin-titulaires TO TRUE
004930         MOVE 8 TO RETURN-CODE
004940     END-IF.
004950 8000-EXIT.
005090     END-IF.
005100     CLOSE CLIENT-FILE.
005110     CLOSE CONTRAT-FILE.
005112     IF titulaires-presents
005114         CLOSE TITULAIRE-FILE
005116     END-IF.
005120     CLOSE RELEVE-FILE.
005130     MOVE nb-releves-edites TO compteur-edite.
005140     MOVE nb-pages-editees TO page-editee.
005150     DISPLAY "RELCLI : " compteur-edite " RELEVE(S) EDITE(S) SUR "
005160         page-editee " PAGE(S).".
005162     MOVE nb-produits-conjoints TO compteur-edite.
005164     DISPLAY "RELCLI : " compteur-edite " PRODUIT(S) EDITE(S) AU "
005166         "TITRE D'UN COMPTE JOINT.".
005170 9000-EXIT.
005180     EXIT.
005190
