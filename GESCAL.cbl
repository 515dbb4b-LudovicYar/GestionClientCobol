000010******************************************************************
000020* Author:     J. Leroy (service etudes)
000030* Date:       15/10/2026
000040* Purpose:    Tenue du calendrier des jours non ouvres (fichier
000050*             indexe CALENDRIER) : jours feries par zone, FR pour
000060*             le calendrier national applicable partout, une zone
000070*             regionale (AM pour l'Alsace-Moselle par exemple)
000080*             venant s'y ajouter. Les samedis et dimanches sont
000090*             toujours non ouvres et ne sont pas enregistres.
000100*             GENERER calcule les feries d'une annee (fetes fixes
000110*             et fetes mobiles derivees de Paques) pour les zones
000120*             FR et AM ; AJOUTER enregistre un jour non ouvre
000130*             particulier (pont, fermeture, ferie d'une autre
000140*             zone), SUPPRIMER le retire, LISTER edite l'annee.
000150*             Le calendrier est lu par FENBAT (jour ouvre et
000160*             dernier jour ouvre du mois de la date metier),
000170*             GENORD et POSTMVT.
000180* Tectonics: cobc
000190******************************************************************
000200******************************************************************
000210* MODIFICATION HISTORY
000220*-----------------------------------------------------------------
000230* DATE       INIT  DESCRIPTION
000240* 15/10/2026 JLY   CREATION DU PROGRAMME DE TENUE DU CALENDRIER
000250*                  DES JOURS NON OUVRES : GENERER, AJOUTER,
000260*                  SUPPRIMER ET LISTER PAR ZONE ET PAR ANNEE.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. GESCAL.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CALENDRIER-FILE ASSIGN TO "CALEND"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CAL-CLE
000370         FILE STATUS IS CALENDRIER-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  CALENDRIER-FILE
000410     LABEL RECORDS ARE STANDARD.
000420 01  CALENDRIER-ENREG.
000430     02 CAL-CLE.
000440         03 CAL-ZONE PIC x(02).
000450         03 CAL-DATE PIC 9(08).
000460         03 CAL-DATE-R REDEFINES CAL-DATE.
000470             04 CAL-ANNEE PIC 9(04).
000480             04 CAL-MOIS PIC 9(02).
000490             04 CAL-JOUR PIC 9(02).
000500     02 CAL-LIBELLE PIC x(30).
000510     02 CAL-ORIGINE PIC x(01).
000520         88 CAL-GENERE VALUE 'G'.
000530         88 CAL-SAISI VALUE 'S'.
000540     02 CAL-DATE-MAJ PIC 9(08).
000550     02 FILLER PIC x(07).
000560
000570 WORKING-STORAGE SECTION.
000580
000590 01 CALENDRIER-STATUS PIC x(02).
000600     88 CALENDRIER-OK VALUE '00'.
000610     88 CALENDRIER-FIN VALUE '10'.
000620     88 CALENDRIER-DOUBLON VALUE '22'.
000630     88 CALENDRIER-INTROUVABLE VALUE '23'.
000640     88 CALENDRIER-INEXISTANT VALUE '35'.
000650
000660* Demande lue en SYSIN, une ligne par zone : action, zone (a
000670* blanc = FR), annee AAAA (GENERER, LISTER) ou date AAAAMMJJ
000680* (AJOUTER, SUPPRIMER) et libelle du jour (AJOUTER).
000690 77 action-demandee PIC x(09).
000700     88 action-generer VALUE 'GENERER'.
000710     88 action-ajouter VALUE 'AJOUTER'.
000720     88 action-supprimer VALUE 'SUPPRIMER'.
000730     88 action-lister VALUE 'LISTER'.
000740 77 zone-saisie PIC x(02).
000750     88 zone-nationale VALUE 'FR'.
000760     88 zone-alsace-moselle VALUE 'AM'.
000770 77 date-saisie PIC x(08).
000780 77 libelle-saisi PIC x(30).
000790
000800 77 traitement-echoue-sw PIC x(01) VALUE 'N'.
000810     88 traitement-echoue VALUE 'O'.
000820 77 fin-liste-sw PIC x(01).
000830     88 fin-liste VALUE 'O'.
000840 77 annee-traitee PIC 9(04).
000850 77 date-systeme PIC 9(08).
000860 77 libelle-ferie PIC x(30).
000870 77 nb-crees PIC 9(03) COMP VALUE ZERO.
000880 77 nb-mis-a-jour PIC 9(03) COMP VALUE ZERO.
000890 77 nb-conserves PIC 9(03) COMP VALUE ZERO.
000900 77 nb-listes PIC 9(03) COMP VALUE ZERO.
000910 77 nb-jours-decalage PIC 9(03) COMP.
000920
000930* Date de travail des calculs de calendrier.
000940 01 date-calcul PIC 9(08).
000950 01 date-calcul-r REDEFINES date-calcul.
000960     02 dc-annee PIC 9(04).
000970     02 dc-mois PIC 9(02).
000980     02 dc-jour PIC 9(02).
000990 01 date-paques PIC 9(08).
001000
001010 01 TABLE-JOURS-MOIS PIC x(24) VALUE '312831303130313130313031'.
001020 01 JOURS-MOIS-REDEF REDEFINES TABLE-JOURS-MOIS.
001030     02 JOUR-MAX-MOIS PIC 9(02) OCCURS 12 TIMES.
001040 77 jour-max-du-mois PIC 9(02).
001050 77 bissextile-sw PIC x(01).
001060     88 annee-bissextile VALUE 'O'.
001070 77 reste-4 PIC 9(02).
001080 77 reste-100 PIC 9(02).
001090 77 reste-400 PIC 9(03).
001100 77 quotient-annee PIC 9(04).
001110
001120 01 TABLE-NOMS-JOURS.
001130     02 FILLER PIC x(08) VALUE 'LUNDI'.
001140     02 FILLER PIC x(08) VALUE 'MARDI'.
001150     02 FILLER PIC x(08) VALUE 'MERCREDI'.
001160     02 FILLER PIC x(08) VALUE 'JEUDI'.
001170     02 FILLER PIC x(08) VALUE 'VENDREDI'.
001180     02 FILLER PIC x(08) VALUE 'SAMEDI'.
001190     02 FILLER PIC x(08) VALUE 'DIMANCHE'.
001200 01 NOMS-JOURS-REDEF REDEFINES TABLE-NOMS-JOURS.
001210     02 NOM-JOUR PIC x(08) OCCURS 7 TIMES.
001220
001230* Jour de la semaine (1 = lundi ... 7 = dimanche) par la
001240* congruence de Zeller : janvier et fevrier comptent comme les
001250* mois 13 et 14 de l'annee precedente.
001260 77 jour-semaine PIC 9(01).
001270 77 zl-mois PIC 9(02) COMP.
001280 77 zl-annee PIC 9(04) COMP.
001290 77 zl-siecle PIC 9(02) COMP.
001300 77 zl-an PIC 9(02) COMP.
001310 77 zl-terme PIC 9(03) COMP.
001320 77 zl-somme PIC 9(05) COMP.
001330 77 zl-quotient PIC 9(05) COMP.
001340 77 zl-reste PIC 9(01) COMP.
001350
001360* Date de Paques (algorithme de Meeus, calendrier gregorien).
001370 77 pq-a PIC 9(02) COMP.
001380 77 pq-b PIC 9(02) COMP.
001390 77 pq-c PIC 9(02) COMP.
001400 77 pq-d PIC 9(02) COMP.
001410 77 pq-e PIC 9(02) COMP.
001420 77 pq-f PIC 9(02) COMP.
001430 77 pq-g PIC 9(02) COMP.
001440 77 pq-h PIC 9(02) COMP.
001450 77 pq-i PIC 9(02) COMP.
001460 77 pq-k PIC 9(02) COMP.
001470 77 pq-l PIC 9(02) COMP.
001480 77 pq-m PIC 9(02) COMP.
001490 77 pq-somme PIC S9(05) COMP.
001500 77 pq-quotient PIC 9(05) COMP.
001510
001520 PROCEDURE DIVISION.
001530
001540******************************************************************
001550* 0000-MAINLINE
001560*    Lit et controle la demande, ouvre le calendrier, execute
001570*    l'action demandee puis liste l'annee de la zone traitee.
001580******************************************************************
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001610     IF NOT traitement-echoue
001620         EVALUATE TRUE
001630             WHEN action-generer
001640                 PERFORM 2000-GENERER-ANNEE THRU 2000-EXIT
001650             WHEN action-ajouter
001660                 PERFORM 3000-AJOUTER-JOUR THRU 3000-EXIT
001670             WHEN action-supprimer
001680                 PERFORM 4000-SUPPRIMER-JOUR THRU 4000-EXIT
001690         END-EVALUATE
001700         PERFORM 5000-LISTER-ANNEE THRU 5000-EXIT
001710         CLOSE CALENDRIER-FILE
001720     END-IF.
001730     STOP RUN.
001740
001750******************************************************************
001760* 1000-INITIALISATION
001770*    Lit la demande en SYSIN et controle l'action, la zone,
001780*    l'annee ou la date et le libelle, puis ouvre le calendrier
001790*    (cree a la premiere generation ou au premier ajout).
001800******************************************************************
001810 1000-INITIALISATION.
001820     MOVE SPACES TO action-demandee zone-saisie date-saisie
001830         libelle-saisi.
001840     ACCEPT action-demandee.
001850     ACCEPT zone-saisie.
001860     ACCEPT date-saisie.
001870     ACCEPT libelle-saisi.
001880     ACCEPT date-systeme FROM DATE YYYYMMDD.
001890     IF NOT action-generer AND NOT action-ajouter
001900         AND NOT action-supprimer AND NOT action-lister
001910         DISPLAY "GESCAL : ACTION INCONNUE EN SYSIN : "
001920             action-demandee
001930         DISPLAY "GESCAL : GENERER, AJOUTER, SUPPRIMER OU"
001940             " LISTER ATTENDU."
001950         GO TO 1000-ECHEC
001960     END-IF.
001970     IF zone-saisie = SPACES
001980         MOVE 'FR' TO zone-saisie
001990     END-IF.
002000     IF action-generer
002010         AND NOT zone-nationale AND NOT zone-alsace-moselle
002020         DISPLAY "GESCAL : PAS DE GENERATION POUR LA ZONE "
002030             zone-saisie " (FR OU AM) - UTILISER AJOUTER."
002040         GO TO 1000-ECHEC
002050     END-IF.
002060     IF date-saisie(1:4) NOT NUMERIC
002070         OR date-saisie(1:4) < '1900'
002080         DISPLAY "GESCAL : ANNEE OU DATE INVALIDE EN SYSIN : "
002090             date-saisie
002100         GO TO 1000-ECHEC
002110     END-IF.
002120     MOVE date-saisie(1:4) TO annee-traitee.
002130     IF action-ajouter OR action-supprimer
002140         PERFORM 1100-CONTROLER-DATE THRU 1100-EXIT
002150         IF traitement-echoue
002160             GO TO 1000-EXIT
002170         END-IF
002180     END-IF.
002190     IF action-ajouter AND libelle-saisi = SPACES
002200         DISPLAY "GESCAL : LIBELLE DU JOUR OBLIGATOIRE A"
002210             " L'AJOUT."
002220         GO TO 1000-ECHEC
002230     END-IF.
002240     OPEN I-O CALENDRIER-FILE.
002250     IF CALENDRIER-INEXISTANT
002260         AND (action-generer OR action-ajouter)
002270         OPEN OUTPUT CALENDRIER-FILE
002280         CLOSE CALENDRIER-FILE
002290         OPEN I-O CALENDRIER-FILE
002300     END-IF.
002310     IF NOT CALENDRIER-OK
002320         DISPLAY "GESCAL : CALENDRIER INACCESSIBLE - CODE "
002330             CALENDRIER-STATUS
002340         GO TO 1000-ECHEC
002350     END-IF.
002360     GO TO 1000-EXIT.
002370 1000-ECHEC.
002380     SET traitement-echoue TO TRUE.
002390     MOVE 8 TO RETURN-CODE.
002400 1000-EXIT.
002410     EXIT.
002420
002430******************************************************************
002440* 1100-CONTROLER-DATE
002450*    Controle la date AAAAMMJJ saisie : mois 01-12, jour selon
002460*    le mois, 29 fevrier les annees bissextiles.
002470******************************************************************
002480 1100-CONTROLER-DATE.
002490     IF date-saisie NOT NUMERIC
002500         GO TO 1100-ECHEC
002510     END-IF.
002520     MOVE date-saisie TO date-calcul.
002530     IF dc-mois < 1 OR dc-mois > 12
002540         GO TO 1100-ECHEC
002550     END-IF.
002560     PERFORM 8300-DETERMINER-JOUR-MAX THRU 8300-EXIT.
002570     IF dc-jour < 1 OR dc-jour > jour-max-du-mois
002580         GO TO 1100-ECHEC
002590     END-IF.
002600     GO TO 1100-EXIT.
002610 1100-ECHEC.
002620     DISPLAY "GESCAL : DATE INVALIDE EN SYSIN : " date-saisie
002630         " (AAAAMMJJ ATTENDU)."
002640     SET traitement-echoue TO TRUE.
002650     MOVE 8 TO RETURN-CODE.
002660 1100-EXIT.
002670     EXIT.
002680
002690******************************************************************
002700* 2000-GENERER-ANNEE
002710*    Zone FR : jour de l'an, lundi de Paques, fete du travail,
002720*    victoire 1945, Ascension, lundi de Pentecote, fete
002730*    nationale, Assomption, Toussaint, armistice et Noel.
002740*    Zone AM : vendredi saint et Saint-Etienne, en plus des
002750*    feries nationaux. Un jour deja genere est mis a jour, un
002760*    jour saisi par AJOUTER est conserve tel quel.
002770******************************************************************
002780 2000-GENERER-ANNEE.
002790     PERFORM 8100-CALCULER-PAQUES THRU 8100-EXIT.
002800     IF zone-alsace-moselle
002810         MOVE date-paques TO date-calcul
002820         MOVE 2 TO nb-jours-decalage
002830         PERFORM 8220-RECULER-JOUR THRU 8220-EXIT
002840             UNTIL nb-jours-decalage = 0
002850         MOVE "VENDREDI SAINT" TO libelle-ferie
002860         PERFORM 2100-ENREGISTRER-FERIE THRU 2100-EXIT
002870         MOVE annee-traitee TO dc-annee
002880         MOVE 12 TO dc-mois
002890         MOVE 26 TO dc-jour
002900         MOVE "SAINT-ETIENNE" TO libelle-ferie
002910         PERFORM 2100-ENREGISTRER-FERIE THRU 2100-EXIT
002920         GO TO 2000-BILAN
002930     END-IF.
002940     MOVE annee-traitee TO dc-annee.
002950     MOVE 01 TO dc-mois.
002960     MOVE 01 TO dc-jour.
002970     MOVE "JOUR DE L'AN" TO libelle-ferie.
002980     PERFORM 2100-ENREGISTRER-FERIE THRU 2100-EXIT.
002990     MOVE date-paques TO date-calcul.
003000     MOVE 1 TO nb-jours-decalage.
003010     PERFORM 8210-AVANCER-JOUR THRU 8210-EXIT
003020         UNTIL nb-jours-decalage = 0.
003030     MOVE "LUNDI DE PAQUES" TO libelle-ferie.
003040     PERFORM 2100-ENREGISTRER-FERIE THRU 2100-EXIT.
003050     MOVE annee-traitee TO dc-annee.
003060     MOVE 05 TO dc-mois.
003070     MOVE 01 TO dc-jour.
003080     MOVE "FETE DU TRAVAIL" TO libelle-ferie.
003090     PERFORM 2100-ENREGISTRER-FERIE THRU 2100-EXIT.
003100     MOVE 08 TO dc-jour.
003110     MOVE "VICTOIRE 1945" TO libelle-ferie.
003120     PERFORM 2100-ENREGISTRER-FERIE THRU 2100-EXIT.
003130     MOVE date-paques TO date-calcul.
003140     MOVE 39 TO nb-jours-decalage.
003150     PERFORM 8210-AVANCER-JOUR THRU 8210-EXIT
003160         UNTIL nb-jours-decalage = 0.
003170     MOVE "ASCENSION" TO libelle-ferie.
003180     PERFORM 2100-ENREGISTRER-FERIE THRU 2100-EXIT.
003190     MOVE 11 TO nb-jours-decalage.
003200     PERFORM 8210-AVANCER-JOUR THRU 8210-EXIT
003210         UNTIL nb-jours-decalage = 0.
003220     MOVE "LUNDI DE PENTECOTE" TO libelle-ferie.
003230     PERFORM 2100-ENREGISTRER-FERIE THRU 2100-EXIT.
003240     MOVE annee-traitee TO dc-annee.
003250     MOVE 07 TO dc-mois.
003260     MOVE 14 TO dc-jour.
003270     MOVE "FETE NATIONALE" TO libelle-ferie.
003280     PERFORM 2100-ENREGISTRER-FERIE THRU 2100-EXIT.
003290     MOVE 08 TO dc-mois.
003300     MOVE 15 TO dc-jour.
003310     MOVE "ASSOMPTION" TO libelle-ferie.
003320     PERFORM 2100-ENREGISTRER-FERIE THRU 2100-EXIT.
003330     MOVE 11 TO dc-mois.
003340     MOVE 01 TO dc-jour.
003350     MOVE "TOUSSAINT" TO libelle-ferie.
003360     PERFORM 2100-ENREGISTRER-FERIE THRU 2100-EXIT.
003370     MOVE 11 TO dc-jour.
003380     MOVE "ARMISTICE 1918" TO libelle-ferie.
003390     PERFORM 2100-ENREGISTRER-FERIE THRU 2100-EXIT.
003400     MOVE 12 TO dc-mois.
003410     MOVE 25 TO dc-jour.
003420     MOVE "NOEL" TO libelle-ferie.
003430     PERFORM 2100-ENREGISTRER-FERIE THRU 2100-EXIT.
003440 2000-BILAN.
003450     DISPLAY "GESCAL : GENERATION " zone-saisie " "
003460         annee-traitee " - CREES " nb-crees
003470         " - MIS A JOUR " nb-mis-a-jour
003480         " - SAISIS CONSERVES " nb-conserves.
003490 2000-EXIT.
003500     EXIT.
003510
003520******************************************************************
003530* 2100-ENREGISTRER-FERIE
003540*    Ecrit le ferie calcule (date-calcul, libelle-ferie) pour la
003550*    zone traitee ; deja present : reecrit s'il avait ete
003560*    genere, conserve s'il avait ete saisi.
003570******************************************************************
003580 2100-ENREGISTRER-FERIE.
003590     MOVE zone-saisie TO CAL-ZONE.
003600     MOVE date-calcul TO CAL-DATE.
003610     READ CALENDRIER-FILE
003620         INVALID KEY
003630             GO TO 2100-CREER
003640     END-READ.
003650     IF NOT CALENDRIER-OK
003660         DISPLAY "GESCAL : ERREUR LECTURE CALENDRIER - CODE "
003670             CALENDRIER-STATUS
003680         MOVE 8 TO RETURN-CODE
003690         GO TO 2100-EXIT
003700     END-IF.
003710     IF CAL-SAISI
003720         DISPLAY "GESCAL : " CAL-DATE " SAISI (" CAL-LIBELLE
003730             ") - CONSERVE."
003740         ADD 1 TO nb-conserves
003750         GO TO 2100-EXIT
003760     END-IF.
003770     MOVE libelle-ferie TO CAL-LIBELLE.
003780     MOVE date-systeme TO CAL-DATE-MAJ.
003790     REWRITE CALENDRIER-ENREG.
003800     IF NOT CALENDRIER-OK
003810         DISPLAY "GESCAL : ERREUR REECRITURE CALENDRIER - CODE "
003820             CALENDRIER-STATUS
003830         MOVE 8 TO RETURN-CODE
003840         GO TO 2100-EXIT
003850     END-IF.
003860     ADD 1 TO nb-mis-a-jour.
003870     GO TO 2100-EXIT.
003880 2100-CREER.
003890     MOVE zone-saisie TO CAL-ZONE.
003900     MOVE date-calcul TO CAL-DATE.
003910     MOVE libelle-ferie TO CAL-LIBELLE.
003920     MOVE 'G' TO CAL-ORIGINE.
003930     MOVE date-systeme TO CAL-DATE-MAJ.
003940     MOVE SPACES TO CALENDRIER-ENREG(50:7).
003950     WRITE CALENDRIER-ENREG.
003960     IF NOT CALENDRIER-OK
003970         DISPLAY "GESCAL : ERREUR ECRITURE CALENDRIER - CODE "
003980             CALENDRIER-STATUS
003990         MOVE 8 TO RETURN-CODE
004000         GO TO 2100-EXIT
004010     END-IF.
004020     ADD 1 TO nb-crees.
004030 2100-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070* 3000-AJOUTER-JOUR
004080*    Enregistre le jour non ouvre saisi (origine S, jamais
004090*    ecrase par GENERER) ; un jour deja present prend le
004100*    nouveau libelle. Un samedi ou un dimanche est deja non
004110*    ouvre : il est enregistre mais signale (code retour 4).
004120******************************************************************
004130 3000-AJOUTER-JOUR.
004140     PERFORM 8000-JOUR-SEMAINE THRU 8000-EXIT.
004150     IF jour-semaine > 5
004160         DISPLAY "GESCAL : LE " date-saisie " EST UN "
004170             NOM-JOUR(jour-semaine) " - DEJA NON OUVRE."
004180         IF RETURN-CODE < 4
004190             MOVE 4 TO RETURN-CODE
004200         END-IF
004210     END-IF.
004220     MOVE zone-saisie TO CAL-ZONE.
004230     MOVE date-calcul TO CAL-DATE.
004240     READ CALENDRIER-FILE
004250         INVALID KEY
004260             GO TO 3000-CREER
004270     END-READ.
004280     IF NOT CALENDRIER-OK
004290         DISPLAY "GESCAL : ERREUR LECTURE CALENDRIER - CODE "
004300             CALENDRIER-STATUS
004310         MOVE 8 TO RETURN-CODE
004320         GO TO 3000-EXIT
004330     END-IF.
004340     MOVE libelle-saisi TO CAL-LIBELLE.
004350     MOVE 'S' TO CAL-ORIGINE.
004360     MOVE date-systeme TO CAL-DATE-MAJ.
004370     REWRITE CALENDRIER-ENREG.
004380     IF NOT CALENDRIER-OK
004390         DISPLAY "GESCAL : ERREUR REECRITURE CALENDRIER - CODE "
004400             CALENDRIER-STATUS
004410         MOVE 8 TO RETURN-CODE
004420         GO TO 3000-EXIT
004430     END-IF.
004440     DISPLAY "GESCAL : " zone-saisie " " date-saisie
004450         " MODIFIE : " libelle-saisi.
004460     GO TO 3000-EXIT.
004470 3000-CREER.
004480     MOVE zone-saisie TO CAL-ZONE.
004490     MOVE date-calcul TO CAL-DATE.
004500     MOVE libelle-saisi TO CAL-LIBELLE.
004510     MOVE 'S' TO CAL-ORIGINE.
004520     MOVE date-systeme TO CAL-DATE-MAJ.
004530     MOVE SPACES TO CALENDRIER-ENREG(50:7).
004540     WRITE CALENDRIER-ENREG.
004550     IF NOT CALENDRIER-OK
004560         DISPLAY "GESCAL : ERREUR ECRITURE CALENDRIER - CODE "
004570             CALENDRIER-STATUS
004580         MOVE 8 TO RETURN-CODE
004590         GO TO 3000-EXIT
004600     END-IF.
004610     DISPLAY "GESCAL : " zone-saisie " " date-saisie
004620         " AJOUTE : " libelle-saisi.
004630 3000-EXIT.
004640     EXIT.
004650
004660******************************************************************
004670* 4000-SUPPRIMER-JOUR
004680*    Retire le jour saisi du calendrier de la zone ; un jour
004690*    genere supprime reviendra a la prochaine generation de
004700*    l'annee.
004710******************************************************************
004720 4000-SUPPRIMER-JOUR.
004730     MOVE zone-saisie TO CAL-ZONE.
004740     MOVE date-calcul TO CAL-DATE.
004750     DELETE CALENDRIER-FILE
004760         INVALID KEY
004770             DISPLAY "GESCAL : " zone-saisie " " date-saisie
004780                 " ABSENT DU CALENDRIER."
004790             MOVE 8 TO RETURN-CODE
004800             GO TO 4000-EXIT
004810     END-DELETE.
004820     IF NOT CALENDRIER-OK
004830         DISPLAY "GESCAL : ERREUR SUPPRESSION CALENDRIER - CODE "
004840             CALENDRIER-STATUS
004850         MOVE 8 TO RETURN-CODE
004860         GO TO 4000-EXIT
004870     END-IF.
004880     DISPLAY "GESCAL : " zone-saisie " " date-saisie
004890         " SUPPRIME.".
004900 4000-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940* 5000-LISTER-ANNEE
004950*    Liste les jours non ouvres enregistres pour la zone et
004960*    l'annee traitees (date, jour de la semaine, libelle,
004970*    origine G generee ou S saisie).
004980******************************************************************
004990 5000-LISTER-ANNEE.
005000     MOVE 'N' TO fin-liste-sw.
005010     MOVE ZERO TO nb-listes.
005020     DISPLAY "GESCAL : CALENDRIER " zone-saisie " "
005030         annee-traitee " :".
005040     MOVE zone-saisie TO CAL-ZONE.
005050     MOVE annee-traitee TO dc-annee.
005060     MOVE 01 TO dc-mois.
005070     MOVE 01 TO dc-jour.
005080     MOVE date-calcul TO CAL-DATE.
005090     START CALENDRIER-FILE KEY IS NOT LESS THAN CAL-CLE
005100         INVALID KEY
005110             SET fin-liste TO TRUE
005120     END-START.
005130     PERFORM 5100-LISTER-JOUR THRU 5100-EXIT
005140         UNTIL fin-liste.
005150     DISPLAY "GESCAL : " nb-listes " JOUR(S) NON OUVRE(S)"
005160         " ENREGISTRE(S) HORS SAMEDIS ET DIMANCHES.".
005170 5000-EXIT.
005180     EXIT.
005190
005200 5100-LISTER-JOUR.
005210     READ CALENDRIER-FILE NEXT RECORD
005220         AT END
005230             SET fin-liste TO TRUE
005240             GO TO 5100-EXIT
005250     END-READ.
005260     IF CAL-ZONE NOT = zone-saisie
005270         OR CAL-ANNEE NOT = annee-traitee
005280         SET fin-liste TO TRUE
005290         GO TO 5100-EXIT
005300     END-IF.
005310     ADD 1 TO nb-listes.
005320     MOVE CAL-DATE TO date-calcul.
005330     PERFORM 8000-JOUR-SEMAINE THRU 8000-EXIT.
005340     DISPLAY "GESCAL :   " CAL-JOUR "/" CAL-MOIS "/" CAL-ANNEE
005350         " " NOM-JOUR(jour-semaine) " " CAL-LIBELLE " "
005360         CAL-ORIGINE.
005370 5100-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410* 8000-JOUR-SEMAINE
005420*    Jour de la semaine de date-calcul (1 = lundi ... 7 =
005430*    dimanche).
005440******************************************************************
005450 8000-JOUR-SEMAINE.
005460     MOVE dc-mois TO zl-mois.
005470     MOVE dc-annee TO zl-annee.
005480     IF zl-mois < 3
005490         ADD 12 TO zl-mois
005500         SUBTRACT 1 FROM zl-annee
005510     END-IF.
005520     DIVIDE zl-annee BY 100 GIVING zl-siecle REMAINDER zl-an.
005530     COMPUTE zl-somme = 13 * (zl-mois + 1).
005540     DIVIDE zl-somme BY 5 GIVING zl-terme.
005550     COMPUTE zl-somme = dc-jour + zl-terme + zl-an
005560         + 5 * zl-siecle + 5.
005570     DIVIDE zl-an BY 4 GIVING zl-terme.
005580     ADD zl-terme TO zl-somme.
005590     DIVIDE zl-siecle BY 4 GIVING zl-terme.
005600     ADD zl-terme TO zl-somme.
005610     DIVIDE zl-somme BY 7 GIVING zl-quotient REMAINDER zl-reste.
005620     COMPUTE jour-semaine = zl-reste + 1.
005630 8000-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670* 8100-CALCULER-PAQUES
005680*    Date du dimanche de Paques de l'annee traitee.
005690******************************************************************
005700 8100-CALCULER-PAQUES.
005710     DIVIDE annee-traitee BY 19 GIVING pq-quotient
005720         REMAINDER pq-a.
005730     DIVIDE annee-traitee BY 100 GIVING pq-b REMAINDER pq-c.
005740     DIVIDE pq-b BY 4 GIVING pq-d REMAINDER pq-e.
005750     COMPUTE pq-somme = pq-b + 8.
005760     DIVIDE pq-somme BY 25 GIVING pq-f.
005770     COMPUTE pq-somme = pq-b - pq-f + 1.
005780     DIVIDE pq-somme BY 3 GIVING pq-g.
005790     COMPUTE pq-somme = 19 * pq-a + pq-b - pq-d - pq-g + 15.
005800     DIVIDE pq-somme BY 30 GIVING pq-quotient REMAINDER pq-h.
005810     DIVIDE pq-c BY 4 GIVING pq-i REMAINDER pq-k.
005820     COMPUTE pq-somme = 32 + 2 * pq-e + 2 * pq-i - pq-h - pq-k.
005830     DIVIDE pq-somme BY 7 GIVING pq-quotient REMAINDER pq-l.
005840     COMPUTE pq-somme = pq-a + 11 * pq-h + 22 * pq-l.
005850     DIVIDE pq-somme BY 451 GIVING pq-m.
005860     COMPUTE pq-somme = pq-h + pq-l - 7 * pq-m + 114.
005870     MOVE annee-traitee TO dc-annee.
005880     DIVIDE pq-somme BY 31 GIVING dc-mois REMAINDER dc-jour.
005890     ADD 1 TO dc-jour.
005900     MOVE date-calcul TO date-paques.
005910 8100-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950* 8210-AVANCER-JOUR / 8220-RECULER-JOUR
005960*    Avance ou recule date-calcul d'un jour et decompte
005970*    nb-jours-decalage.
005980******************************************************************
005990 8210-AVANCER-JOUR.
006000     PERFORM 8300-DETERMINER-JOUR-MAX THRU 8300-EXIT.
006010     IF dc-jour < jour-max-du-mois
006020         ADD 1 TO dc-jour
006030     ELSE
006040         MOVE 1 TO dc-jour
006050         IF dc-mois < 12
006060             ADD 1 TO dc-mois
006070         ELSE
006080             MOVE 1 TO dc-mois
006090             ADD 1 TO dc-annee
006100         END-IF
006110     END-IF.
006120     SUBTRACT 1 FROM nb-jours-decalage.
006130 8210-EXIT.
006140     EXIT.
006150
006160 8220-RECULER-JOUR.
006170     IF dc-jour > 1
006180         SUBTRACT 1 FROM dc-jour
006190     ELSE
006200         IF dc-mois > 1
006210             SUBTRACT 1 FROM dc-mois
006220         ELSE
006230             MOVE 12 TO dc-mois
006240             SUBTRACT 1 FROM dc-annee
006250         END-IF
006260         PERFORM 8300-DETERMINER-JOUR-MAX THRU 8300-EXIT
006270         MOVE jour-max-du-mois TO dc-jour
006280     END-IF.
006290     SUBTRACT 1 FROM nb-jours-decalage.
006300 8220-EXIT.
006310     EXIT.
006320
006330******************************************************************
006340* 8300-DETERMINER-JOUR-MAX
006350*    Nombre de jours du mois de date-calcul, 29 fevrier les
006360*    annees bissextiles.
006370******************************************************************
006380 8300-DETERMINER-JOUR-MAX.
006390     MOVE JOUR-MAX-MOIS(dc-mois) TO jour-max-du-mois.
006400     IF dc-mois = 2
006410         DIVIDE dc-annee BY 4 GIVING quotient-annee
006420             REMAINDER reste-4
006430         DIVIDE dc-annee BY 100 GIVING quotient-annee
006440             REMAINDER reste-100
006450         DIVIDE dc-annee BY 400 GIVING quotient-annee
006460             REMAINDER reste-400
006470         IF reste-4 = 0 AND (reste-100 NOT = 0 OR reste-400 = 0)
006480             MOVE 'O' TO bissextile-sw
006490         ELSE
006500             MOVE 'N' TO bissextile-sw
006510         END-IF
006520         IF annee-bissextile
006530             ADD 1 TO jour-max-du-mois
006540         END-IF
006550     END-IF.
006560 8300-EXIT.
006570     EXIT.
006580
006590 END PROGRAM GESCAL.
