000240*                  PORTEFEUILLE.
000250* 02/09/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER MAITRE
000260*                  SUR LE NOUVEAU CODE AGENCE (CF-AGENCE) PORTE
000261*                  PAR CHAQUE CLIENT (REFERENTIEL AGENCES).
000262* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER CONTRATS
000263*                  SUR LE SOLDE SIGNE (CT-SOMME) : UN PRODUIT
000264*                  COUVERT PAR UNE AUTORISATION DE DECOUVERT PEUT
000265*                  PRESENTER UN SOLDE DEBITEUR.
000266* 15/10/2026 JLY   ALIGNEMENT DE LA DEFINITION DU FICHIER CONTRATS
000267*                  SUR LES DEPOTS A TERME (DATE D'ECHEANCE ET
000268*                  PRODUIT DE VERSEMENT) : ENREGISTREMENT DE
000269*                  SAUVEGARDE CTRSAVE A 70 POSITIONS. UNE
000270*                  SAUVEGARDE ANTERIEURE (59 POSITIONS) N'EST PLUS
000271*                  RESTAURABLE PAR CE PROGRAMME.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. RESCLI.
000690         03 CT-NUMCLI PIC 9(6).
000700         03 CT-NUMPROD PIC 9(3).
000710     02 CT-INTITULE PIC x(30).
000720     02 CT-SOMME PIC S9(9)v9(2).
000730     02 CT-DATECREATION.
000740         03 CT-JOUR PIC 9(2).
000750         03 CT-MOIS PIC 9(2).
000760         03 CT-ANNEE PIC 9(4).
000770     02 CT-ETAT PIC x(01).
000773     02 CT-DATE-ECHEANCE PIC 9(08).
000776     02 CT-PRODUIT-VERSEMENT PIC 9(03).
000780 FD  CLI-SAVE-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  CLI-SAVE-ENREG PIC x(134).
000810 FD  CTR-SAVE-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  CTR-SAVE-ENREG PIC x(70).
000840
000850 WORKING-STORAGE SECTION.
000860
