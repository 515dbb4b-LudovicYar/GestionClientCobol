000250*                  AVEC GRAVITE ET COMPTEURS DE CONTROLE.
000260* 02/09/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER MAITRE
000270*                  SUR LE NOUVEAU CODE AGENCE (CF-AGENCE) PORTE
000271*                  PAR CHAQUE CLIENT (REFERENTIEL AGENCES).
000272* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER CONTRATS
000273*                  SUR LE SOLDE SIGNE (CT-SOMME) : UN PRODUIT
000274*                  COUVERT PAR UNE AUTORISATION DE DECOUVERT PEUT
000275*                  PRESENTER UN SOLDE DEBITEUR.
000276* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER CONTRATS
000277*                  SUR LES DEPOTS A TERME (DATE D'ECHEANCE ET
000278*                  PRODUIT DE VERSEMENT A L'ECHEANCE).
000279* 15/10/2026 JLY   TROISIEME PASSE SUR LES LIENS DE TITULARITE
000280*                  (FICHIER TITULAIRE) : LIEN VERS UN CLIENT OU
000281*                  UN PRODUIT INEXISTANT, LIEN VERS UN PRODUIT
000282*                  CLOS A RETIRER, ROLE INCONNU. COMPTEURS DES
000283*                  LIENS CONTROLES ET SIGNALES AU RECAPITULATIF.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. AUDCLI.
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CT-CLE
000460         FILE STATUS IS CONTRAT-FILE-STATUS.
000461     SELECT TITULAIRE-FILE ASSIGN TO "TITULAIRE"
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS DYNAMIC
000464         RECORD KEY IS TI-CLE
000465         ALTERNATE RECORD KEY IS TI-NUMCLI WITH DUPLICATES
000466         FILE STATUS IS TITULAIRE-STATUS.
000470     SELECT RAPPORT-FILE ASSIGN TO "AUDRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS RAPPORT-STATUS.
000670         03 CT-NUMCLI PIC 9(6).
000680         03 CT-NUMPROD PIC 9(3).
000690     02 CT-INTITULE PIC x(30).
000700     02 CT-SOMME PIC S9(9)v9(2).
000710     02 CT-DATECREATION.
000720         03 CT-JOUR PIC 9(2).
000730         03 CT-MOIS PIC 9(2).
000750     02 CT-ETAT PIC x(01).
000760         88 CT-ACTIF VALUE 'A'.
000770         88 CT-CLOS VALUE 'C'.
000771         88 CT-DORMANT VALUE 'D'.
000772     02 CT-DATE-ECHEANCE PIC 9(08).
000773     02 CT-PRODUIT-VERSEMENT PIC 9(03).
000774 FD  TITULAIRE-FILE
000775     LABEL RECORDS ARE STANDARD.
000776 01  TITULAIRE-ENREG.
000777     02 TI-CLE.
000778         03 TI-CONTRAT.
000779             04 TI-NUMCLI-CONTRAT PIC 9(6).
000780             04 TI-NUMPROD PIC 9(3).
000781         03 TI-NUMCLI PIC 9(6).
000782     02 TI-ROLE PIC x(01).
000783         88 TI-TITULAIRE VALUE 'T'.
000784         88 TI-COTITULAIRE VALUE 'C'.
000785         88 TI-MANDATAIRE VALUE 'M'.
000786         88 TI-ROLE-VALIDE VALUE 'T' 'C' 'M'.
000787     02 TI-DATE-DEBUT PIC 9(08).
000790 FD  RAPPORT-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  RAP-LIGNE PIC x(132).
000890     88 CONTRAT-FILE-OK VALUE '00'.
000900
000910 01 RAPPORT-STATUS PIC x(02).
000911     88 RAPPORT-OK VALUE '00'.
000912
000913* Liens de titularite (fichier TITULAIRE) : troisieme passe de
000914* controle des liens vers un client ou un contrat inexistant, ou
000915* vers un contrat clos. Fichier absent = passe sautee.
000916 01 TITULAIRE-STATUS PIC x(02).
000917     88 TITULAIRE-OK VALUE '00'.
000918     88 TITULAIRE-INEXISTANT VALUE '35'.
000919 77 titulaires-presents-sw PIC x(01) VALUE 'N'.
000920     88 titulaires-presents VALUE 'O'.
000921 77 fin-titulaires-sw PIC x(01).
000922     88 fin-titulaires VALUE 'O'.
000923 77 nb-liens-lus PIC 9(07) COMP VALUE ZERO.
000924 77 nb-signalements-liens PIC 9(07) COMP VALUE ZERO.
000930
000940 77 fin-fichier-sw PIC x(01).
000950     88 fin-fichier VALUE 'O'.
001720* 0000-MAINLINE
001730*    Audite le fichier maitre et les contrats (premiere passe
001740*    dans l'ordre des numeros), puis les noms (seconde passe
001746*    dans l'ordre des noms), puis les liens de titularite
001752*    (troisieme passe), et imprime le recapitulatif.
001760******************************************************************
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001790     IF NOT audit-echoue
001800         PERFORM 2000-AUDITER-CLIENTS THRU 2000-EXIT
001810         PERFORM 5000-AUDITER-NOMS THRU 5000-EXIT
001815         PERFORM 6000-AUDITER-LIENS THRU 6000-EXIT
001820         PERFORM 9000-TERMINAISON THRU 9000-EXIT
001830     END-IF.
001840     STOP RUN.
002080         SET audit-echoue TO TRUE
002090         MOVE 8 TO RETURN-CODE
002100         GO TO 1000-EXIT
002101     END-IF.
002102     MOVE 'N' TO titulaires-presents-sw.
002103     OPEN INPUT TITULAIRE-FILE.
002104     IF TITULAIRE-OK
002105         SET titulaires-presents TO TRUE
002106     ELSE
002107         IF NOT TITULAIRE-INEXISTANT
002108             DISPLAY "AUDCLI : FICHIER TITULAIRE INACCESSIBLE - "
002109                 "CODE " TITULAIRE-STATUS
002110             CLOSE CLIENT-FILE
002111             CLOSE CONTRAT-FILE
002112             SET audit-echoue TO TRUE
002113             MOVE 8 TO RETURN-CODE
002114             GO TO 1000-EXIT
002115         END-IF
002116     END-IF.
002120     OPEN OUTPUT RAPPORT-FILE.
002130     IF NOT RAPPORT-OK
002140         DISPLAY "AUDCLI : FICHIER RAPPORT INACCESSIBLE - CODE "
002150             RAPPORT-STATUS
002160         CLOSE CLIENT-FILE
002170         CLOSE CONTRAT-FILE
002172         IF titulaires-presents
002174             CLOSE TITULAIRE-FILE
002176         END-IF
002180         SET audit-echoue TO TRUE
002190         MOVE 8 TO RETURN-CODE
002200         GO TO 1000-EXIT
005780         MOVE SPACES TO rd-detail
005790         STRING "HOMONYME DU CLIENT " DELIMITED BY SIZE
005800             numcli-precedent DELIMITED BY SIZE
005801             " - VERIFIER QU'IL NE S'AGIT PAS D'UN DOUBLON"
005802                 DELIMITED BY SIZE
005803             INTO rd-detail
005804         END-STRING
005805         PERFORM 7000-EDITER-EXCEPTION THRU 7000-EXIT
005806         ADD 1 TO nb-signalements-noms
005807     END-IF.
005808     MOVE CF-NOM TO nom-precedent.
005809     MOVE CF-NUMCLI TO numcli-precedent.
005810 5100-EXIT.
005811     EXIT.
005812
005813******************************************************************
005814* 6000-AUDITER-LIENS
005815*    Troisieme passe : lit chaque lien de titularite dans l'ordre
005816*    des contrats et signale les liens vers un contrat ou un
005817*    client inexistant, vers un contrat clos, ou portant un role
005818*    inconnu. Ces signalements ne comptent pas dans les clients
005819*    sains ou en anomalie.
005820******************************************************************
005821 6000-AUDITER-LIENS.
005822     IF NOT titulaires-presents OR audit-echoue
005823         GO TO 6000-EXIT
005824     END-IF.
005825     MOVE 'N' TO fin-titulaires-sw.
005826     MOVE LOW-VALUES TO TI-CLE.
005827     START TITULAIRE-FILE KEY IS NOT LESS THAN TI-CLE
005828         INVALID KEY
005829             SET fin-titulaires TO TRUE
005830     END-START.
005831     PERFORM 6100-AUDITER-LIEN THRU 6100-EXIT
005832         UNTIL fin-titulaires.
005833 6000-EXIT.
005834     EXIT.
005835
005836 6100-AUDITER-LIEN.
005837     READ TITULAIRE-FILE NEXT RECORD
005838         AT END
005839             SET fin-titulaires TO TRUE
005840             GO TO 6100-EXIT
005841     END-READ.
005842     IF NOT TITULAIRE-OK
005843         DISPLAY "AUDCLI : ERREUR LECTURE TITULAIRE - CODE "
005844             TITULAIRE-STATUS
005845         SET audit-echoue TO TRUE
005846         SET fin-titulaires TO TRUE
005847         MOVE 8 TO RETURN-CODE
005848         GO TO 6100-EXIT
005849     END-IF.
005850     ADD 1 TO nb-liens-lus.
005851     MOVE TI-NUMCLI TO CF-NUMCLI.
005852     READ CLIENT-FILE
005853         INVALID KEY
005854             MOVE "(CLIENT INEXISTANT)" TO CF-NOM
005855             MOVE 'E' TO rd-gravite
005856             MOVE SPACES TO rd-detail
005857             STRING "LIEN VERS UN CLIENT INEXISTANT SUR LE "
005858                 DELIMITED BY SIZE
005859                 "PRODUIT " DELIMITED BY SIZE
005860                 TI-NUMCLI-CONTRAT DELIMITED BY SIZE
005861                 "/" DELIMITED BY SIZE
005862                 TI-NUMPROD DELIMITED BY SIZE
005863                 INTO rd-detail
005864             END-STRING
005865             PERFORM 6200-EDITER-LIEN THRU 6200-EXIT
005866     END-READ.
005867     MOVE TI-NUMCLI-CONTRAT TO CT-NUMCLI.
005868     MOVE TI-NUMPROD TO CT-NUMPROD.
005869     READ CONTRAT-FILE
005870         INVALID KEY
005871             MOVE 'E' TO rd-gravite
005872             MOVE SPACES TO rd-detail
005873             STRING "LIEN " DELIMITED BY SIZE
005874                 TI-ROLE DELIMITED BY SIZE
005875                 " VERS UN PRODUIT INEXISTANT : "
005876                     DELIMITED BY SIZE
005877                 TI-NUMCLI-CONTRAT DELIMITED BY SIZE
005878                 "/" DELIMITED BY SIZE
005879                 TI-NUMPROD DELIMITED BY SIZE
005880                 INTO rd-detail
005881             END-STRING
005882             PERFORM 6200-EDITER-LIEN THRU 6200-EXIT
005883         NOT INVALID KEY
005884             IF CT-CLOS
005885                 MOVE 'A' TO rd-gravite
005886                 MOVE SPACES TO rd-detail
005887                 STRING "LIEN " DELIMITED BY SIZE
005888                     TI-ROLE DELIMITED BY SIZE
005889                     " VERS UN PRODUIT CLOS : " DELIMITED BY SIZE
005890                     TI-NUMCLI-CONTRAT DELIMITED BY SIZE
005891                     "/" DELIMITED BY SIZE
005892                     TI-NUMPROD DELIMITED BY SIZE
005893                     " - LIEN A RETIRER" DELIMITED BY SIZE
005894                     INTO rd-detail
005895                 END-STRING
005896                 PERFORM 6200-EDITER-LIEN THRU 6200-EXIT
005897             END-IF
005898     END-READ.
005899     IF NOT TI-ROLE-VALIDE
005900         MOVE 'E' TO rd-gravite
005901         MOVE SPACES TO rd-detail
005902         STRING "ROLE INCONNU '" DELIMITED BY SIZE
005903             TI-ROLE DELIMITED BY SIZE
005904             "' SUR LE LIEN AU PRODUIT " DELIMITED BY SIZE
005905             TI-NUMCLI-CONTRAT DELIMITED BY SIZE
005906             "/" DELIMITED BY SIZE
005907             TI-NUMPROD DELIMITED BY SIZE
005908             INTO rd-detail
005909         END-STRING
005910         PERFORM 6200-EDITER-LIEN THRU 6200-EXIT
005911     END-IF.
005912 6100-EXIT.
005913     EXIT.
005914
005915******************************************************************
005916* 6200-EDITER-LIEN
005917*    Ecrit la ligne d'exception du lien courant, au nom du client
005918*    lie (gravite et detail prepares par l'appelant).
005919******************************************************************
005920 6200-EDITER-LIEN.
005921     MOVE TI-NUMCLI TO rd-numcli.
005922     MOVE CF-NOM TO rd-nom.
005923     MOVE 'LIEN' TO rd-zone.
005924     MOVE rap-detail TO RAP-LIGNE.
005925     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
005926     ADD 1 TO nb-exceptions.
005927     ADD 1 TO nb-signalements-liens.
005928 6200-EXIT.
005929     EXIT.
005930
005931******************************************************************
005940* 7000-EDITER-EXCEPTION
005950*    Ecrit la ligne d'exception du client courant (gravite,
005960*    zone et detail prepares par l'appelant) et marque le
006190         SET audit-echoue TO TRUE
006200         SET fin-fichier TO TRUE
006210         SET fin-contrats TO TRUE
006215         SET fin-titulaires TO TRUE
006220         MOVE 8 TO RETURN-CODE
006230     END-IF.
006240 8000-EXIT.
006630         INTO RAP-LIGNE
006640     END-STRING.
006650     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006651     MOVE SPACES TO RAP-LIGNE.
006652     MOVE nb-liens-lus TO rap-compteur-edit.
006653     STRING " LIENS DE TITULARITE CONTROLES : " DELIMITED BY SIZE
006654         rap-compteur-edit DELIMITED BY SIZE
006655         INTO RAP-LIGNE
006656     END-STRING.
006657     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006658     MOVE SPACES TO RAP-LIGNE.
006659     MOVE nb-signalements-liens TO rap-compteur-edit.
006660     STRING " DONT SIGNALEMENTS SUR LES LIENS (TROISIEME PASSE,"
006661         DELIMITED BY SIZE
006662         " HORS COMPTE SAINS/ANOMALIE) : " DELIMITED BY SIZE
006663         rap-compteur-edit DELIMITED BY SIZE
006664         INTO RAP-LIGNE
006665     END-STRING.
006666     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006667     MOVE SPACES TO RAP-LIGNE.
006670     MOVE nb-exceptions TO rap-compteur-edit.
006680     STRING " EXCEPTIONS EDITEES : " DELIMITED BY SIZE
006690         rap-compteur-edit DELIMITED BY SIZE
006720     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006730     CLOSE CLIENT-FILE.
006740     CLOSE CONTRAT-FILE.
006742     IF titulaires-presents
006744         CLOSE TITULAIRE-FILE
006746     END-IF.
006750     CLOSE RAPPORT-FILE.
006760     DISPLAY "AUDCLI : " nb-clients-lus " CLIENT(S) CONTROLE(S)"
006770         " - " nb-exceptions " EXCEPTION(S).".
