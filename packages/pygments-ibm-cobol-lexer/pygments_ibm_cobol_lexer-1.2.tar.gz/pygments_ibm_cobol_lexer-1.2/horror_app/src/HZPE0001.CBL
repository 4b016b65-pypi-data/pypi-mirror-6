000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZPE0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. PREVISION D'ENCAISSEMENT A 90 JOURS POUR LA TRESORERIE.
000080     SOURCES : POSTES OUVERTS NON SOLDES (OUV-ITEMS, HORS PERTE
000090     'I'), ECHEANCES A ECHOIR ('A') DE L'ECHEANCIER ET TABLE DES
000100     MANDATS. DATE ATTENDUE : ADHERENT A MANDAT ACTIF = PROCHAIN
000110     PASSAGE DE HZPV0001 (JOUR DE PRELEVEMENT PRELEV-JOUR DE
000120     KONSTAB, DEFAUT LE 5) ; SANS MANDAT ACTIF = DATE DE FACTURE
000130     + DELAI-REGLEMENT JOURS (DEFAUT 30) ; ECHEANCE = SA DATE.
000140     UN MONTANT ECHU EST ATTENDU A LA DATE DU JOUR. CHAQUE
000150     MONTANT EST PONDERE PAR LES ECHECS DE PRELEVEMENT RECENTS DE
000160     L'ADHERENT (COMPTEUR MD-NB-ECHECS TENU PAR HZRB0001) :
000170     ABATTEMENT DE PREV-ABATTEMENT-ECHEC % PAR ECHEC (DEFAUT 25).
000180     SORTIES : PE-RPRT, ENCAISSEMENTS ATTENDUS PAR JOUR ET PAR
000190     SEMAINE POUR CHAQUE ETABLISSEMENT (COETBL), ET PE-CSV POUR
000200     LE TABLEUR DE LA TRESORERIE (ENTETE '01', LIGNES 'J' JOUR
000210     ET 'S' SEMAINE, PIED '09' VOLUME ET TOTAL DE CONTROLE).
000220*****************************************************************
000230*    HISTORIQUE DES MODIFICATIONS
000240*    --------------------------------------------------------
000250*    DATE       AUTEUR  DESCRIPTION
000260*    --------   ------  -------------------------------------
000270*    15/10/2026 EBA     CREATION.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OUV-ITEMS ASSIGN TO OUVITEMS
000380         ORGANIZATION SEQUENTIAL
000390         FILE STATUS W-OUV-ITEMS-STATUS.
000400     SELECT MANDATS ASSIGN TO MANDATS
000410         ORGANIZATION SEQUENTIAL
000420         FILE STATUS W-MANDATS-STATUS.
000430     SELECT ECHEANCIER ASSIGN TO ECHEANC
000440         ORGANIZATION SEQUENTIAL
000450         FILE STATUS W-ECHEANCIER-STATUS.
000460     SELECT KONSTAB ASSIGN TO KONSTAB
000470         ORGANIZATION SEQUENTIAL
000480         FILE STATUS W-KONSTAB-STATUS.
000490     SELECT PE-RPRT ASSIGN TO PERPRT
000500         ORGANIZATION SEQUENTIAL
000510         FILE STATUS W-PE-RPRT-STATUS.
000520     SELECT PE-CSV ASSIGN TO PECSV
000530         ORGANIZATION SEQUENTIAL
000540         FILE STATUS W-PE-CSV-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570*****************************************************************
000580*    OUV-ITEMS - POSTES OUVERTS, MEME DESSIN QUE DANS HZFC0001.
000590*****************************************************************
000600 FD  OUV-ITEMS
000610     LABEL RECORD STANDARD
000620     DATA RECORD OUV-ITEMS-LIGNE.
000630 01  OUV-ITEMS-LIGNE.
000640     05  OV-NUMERO-FACTURE       PIC 9(08).
000650     05  OV-COADHF               PIC X(09).
000660     05  OV-COETBL               PIC X(05).
000670     05  OV-DATE-FACTURE         PIC 9(08).
000680     05  OV-MONTANT-TTC          PIC S9(11)V99
000690                                 SIGN LEADING SEPARATE.
000700     05  OV-MONTANT-REGLE        PIC S9(11)V99
000710                                 SIGN LEADING SEPARATE.
000720     05  OV-STATUT               PIC X(01).
000730*****************************************************************
000740*    MANDATS - TABLE DES MANDATS TENUE PAR HZMD0001 (COMPTEUR
000750*    D'ECHECS CONSECUTIFS TENU PAR HZRB0001).
000760*****************************************************************
000770 FD  MANDATS
000780     LABEL RECORD STANDARD
000790     DATA RECORD MANDATS-LIGNE.
000800 01  MANDATS-LIGNE.
000810     05  MD-COADHF               PIC X(09).
000820     05  MD-REF-COMPTE           PIC X(34).
000830     05  MD-DATE-MANDAT          PIC 9(08).
000840     05  MD-STATUT               PIC X(01).
000850     05  MD-NB-ECHECS            PIC 9(02).
000860*****************************************************************
000870*    ECHEANCIER - ECHEANCES DE REGLEMENT, MEME DESSIN QUE DANS
000880*    HZEC0001 (STATUT 'A' A ECHOIR / 'L' LIBEREE).
000890*****************************************************************
000900 FD  ECHEANCIER
000910     LABEL RECORD STANDARD
000920     DATA RECORD ECHEANCIER-LIGNE.
000930 01  ECHEANCIER-LIGNE.
000940     05  EC-COADHF               PIC X(09).
000950     05  EC-COETBL               PIC X(05).
000960     05  EC-COTRTO               PIC X(05).
000970     05  EC-CETRTF               PIC X(05).
000980     05  EC-RANG                 PIC 9(02).
000990     05  EC-DATE-ECHEANCE        PIC 9(08).
001000     05  EC-MONTANT              PIC S9(07)V99
001010                                 SIGN LEADING SEPARATE.
001020     05  EC-STATUT               PIC X(01).
001030 FD  KONSTAB
001040     LABEL RECORD STANDARD
001050     DATA RECORD KONSTAB-LIGNE.
001060 01  KONSTAB-LIGNE.
001070     05  KONSTAB-RUBRIQUE        PIC X(20).
001080     05  KONSTAB-VALEUR          PIC X(60).
001090 FD  PE-RPRT
001100     LABEL RECORD STANDARD
001110     DATA RECORD PE-RPRT-LIGNE.
001120 01  PE-RPRT-LIGNE               PIC X(132).
001130*****************************************************************
001140*    PE-CSV - EXTRAIT POUR LA TRESORERIE, SEPARATEUR VIRGULE ET
001150*    POINT DECIMAL COMME BI-CSV DE HORROR.
001160*****************************************************************
001170 FD  PE-CSV
001180     LABEL RECORD STANDARD
001190     DATA RECORD PE-CSV-LIGNE.
001200 01  PE-CSV-LIGNE                PIC X(80).
001210 WORKING-STORAGE SECTION.
001220 01  W-OUV-ITEMS-STATUS          PIC XX.
001230     88  OUV-ITEMS-OK            VALUE '00'.
001240     88  OUV-ITEMS-FIN           VALUE '10'.
001250 01  W-MANDATS-STATUS            PIC XX.
001260     88  MANDATS-OK              VALUE '00'.
001270     88  MANDATS-FIN             VALUE '10'.
001280 01  W-ECHEANCIER-STATUS         PIC XX.
001290     88  ECHEANCIER-OK           VALUE '00'.
001300 01  W-KONSTAB-STATUS            PIC XX.
001310     88  KONSTAB-OK              VALUE '00'.
001320     88  KONSTAB-FIN             VALUE '10'.
001330 01  W-PE-RPRT-STATUS            PIC XX.
001340 01  W-PE-CSV-STATUS             PIC XX.
001350 01  W-FIN-OUV                   PIC X VALUE 'N'.
001360     88  FIN-OUV                 VALUE 'O'.
001370 01  W-FIN-MANDATS               PIC X VALUE 'N'.
001380     88  FIN-MANDATS             VALUE 'O'.
001390 01  W-FIN-ECH                   PIC X VALUE 'N'.
001400     88  FIN-ECH                 VALUE 'O'.
001410*****************************************************************
001420*    PARAMETRES KONSTAB (VALEURS PAR DEFAUT SI ABSENTS).
001430*****************************************************************
001440 01  KT-PRELEV-JOUR              PIC 9(02) VALUE 05.
001450 01  KT-DELAI-REGLEMENT          PIC 9(03) VALUE 030.
001460 01  KT-ABATTEMENT-ECHEC         PIC 9(03) VALUE 025.
001470*****************************************************************
001480*    MANDATS EN TABLE (2000 AU PLUS, MEME BORNE QUE HZMD0001).
001490*****************************************************************
001500 01  W-NB-MANDATS                PIC 9(04) COMP VALUE ZERO.
001510 01  W-TAB-MANDATS.
001520     05  W-MD-ENTREE OCCURS 2000 TIMES
001530             INDEXED BY W-IDX-MD.
001540         10  W-MD-COADHF         PIC X(09).
001550         10  W-MD-STATUT         PIC X(01).
001560         10  W-MD-NB-ECHECS      PIC 9(02).
001570 01  W-MANDAT-ACTIF-SW           PIC X VALUE 'N'.
001580     88  MANDAT-ACTIF            VALUE 'O'.
001590 01  W-NB-ECHECS-COURANT         PIC 9(02) VALUE ZERO.
001600*****************************************************************
001610*    CUMULS PAR ETABLISSEMENT (50 AU PLUS) ET PAR JOUR : POSTE 1
001620*    = AUJOURD'HUI (ET ECHU), POSTE 91 = J+90.
001630*****************************************************************
001640 01  W-NB-ETAB                   PIC 9(04) COMP VALUE ZERO.
001650 01  W-TAB-ETAB.
001660     05  W-ET-ENTREE OCCURS 50 TIMES
001670             INDEXED BY W-IDX-ET.
001680         10  W-ET-COETBL         PIC X(05).
001690         10  W-ET-JOUR OCCURS 91 TIMES.
001700             15  W-ET-BRUT       PIC S9(13)V99 COMP-3.
001710             15  W-ET-PONDERE    PIC S9(13)V99 COMP-3.
001720 01  W-ETAB-TROUVE-SW            PIC X VALUE 'N'.
001730     88  ETAB-TROUVE             VALUE 'O'.
001740*****************************************************************
001750*    MONTANT COURANT A PREVOIR.
001760*****************************************************************
001770 01  W-COETBL-COURANT            PIC X(05) VALUE SPACES.
001780 01  W-COADHF-COURANT            PIC X(09) VALUE SPACES.
001790 01  W-DATE-PREVUE               PIC 9(08) VALUE ZERO.
001800 01  W-MT-BRUT                   PIC S9(11)V99 COMP-3 VALUE 0.
001810 01  W-MT-PONDERE                PIC S9(11)V99 COMP-3 VALUE 0.
001820 01  W-POIDS                     PIC S9(05) COMP VALUE ZERO.
001830 01  W-RESTE-DU                  PIC S9(11)V99 COMP-3 VALUE 0.
001840*****************************************************************
001850*    DATES (QUANTIEMES, COMME HZPM0001).
001860*****************************************************************
001870 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
001880 01  W-DATE-JOUR-R REDEFINES W-DATE-JOUR-CCYYMMDD.
001890     05  W-DJ-CCYY               PIC 9(04).
001900     05  W-DJ-MM                 PIC 9(02).
001910     05  W-DJ-JJ                 PIC 9(02).
001920 01  W-DATE-PRELEV               PIC 9(08) VALUE ZERO.
001930 01  W-DATE-PRELEV-R REDEFINES W-DATE-PRELEV.
001940     05  W-DP-CCYY               PIC 9(04).
001950     05  W-DP-MM                 PIC 9(02).
001960     05  W-DP-JJ                 PIC 9(02).
001970 01  W-QUANTIEME-JOUR            PIC 9(07) COMP VALUE ZERO.
001980 01  W-QUANTIEME-PREVU           PIC 9(07) COMP VALUE ZERO.
001990 01  W-ECART-JOURS               PIC S9(07) COMP VALUE ZERO.
002000 01  W-IDX-JOUR                  PIC 9(03) COMP VALUE ZERO.
002010 01  W-IDX-SEMAINE               PIC 9(02) COMP VALUE ZERO.
002020 01  W-IDX-PREMIER-JOUR          PIC 9(03) COMP VALUE ZERO.
002030 01  W-IDX-DERNIER-JOUR          PIC 9(03) COMP VALUE ZERO.
002040 01  W-DATE-EDIT-CCYYMMDD        PIC 9(08) VALUE ZERO.
002050 01  W-DATE-EDIT-R REDEFINES W-DATE-EDIT-CCYYMMDD.
002060     05  W-DE-CCYY               PIC 9(04).
002070     05  W-DE-MM                 PIC 9(02).
002080     05  W-DE-JJ                 PIC 9(02).
002090 01  W-DATE-EDIT.
002100     05  W-DE-JJ-E               PIC 9(02).
002110     05  FILLER                  PIC X(01) VALUE '/'.
002120     05  W-DE-MM-E               PIC 9(02).
002130     05  FILLER                  PIC X(01) VALUE '/'.
002140     05  W-DE-CCYY-E             PIC 9(04).
002150*****************************************************************
002160*    COMPTEURS ET TOTAUX.
002170*****************************************************************
002180 01  W-NB-POSTES-LUS             PIC 9(07) COMP VALUE ZERO.
002190 01  W-NB-POSTES-PREVUS          PIC 9(07) COMP VALUE ZERO.
002200 01  W-NB-ECHEANCES-PREVUES      PIC 9(07) COMP VALUE ZERO.
002210 01  W-NB-HORS-HORIZON           PIC 9(07) COMP VALUE ZERO.
002220 01  W-NB-CSV                    PIC 9(07) COMP VALUE ZERO.
002230 01  W-SEM-BRUT                  PIC S9(13)V99 COMP-3 VALUE 0.
002240 01  W-SEM-PONDERE               PIC S9(13)V99 COMP-3 VALUE 0.
002250 01  W-TOT-ETAB-BRUT             PIC S9(13)V99 COMP-3 VALUE 0.
002260 01  W-TOT-ETAB-PONDERE          PIC S9(13)V99 COMP-3 VALUE 0.
002270 01  W-TOT-GEN-BRUT              PIC S9(13)V99 COMP-3 VALUE 0.
002280 01  W-TOT-GEN-PONDERE           PIC S9(13)V99 COMP-3 VALUE 0.
002290 01  W-TOT-CSV-PONDERE           PIC S9(13)V99 COMP-3 VALUE 0.
002300 01  W-NB-EDIT                   PIC Z(06)9.
002310 01  W-NB-CSV-EDIT               PIC 9(07).
002320 01  W-SEM-EDIT                  PIC 99.
002330 01  W-MT-EDIT                   PIC -(12)9,99.
002340 01  W-MT2-EDIT                  PIC -(12)9,99.
002350 01  W-CSV-BRUT-EDIT             PIC -(13)9,99.
002360 01  W-CSV-PONDERE-EDIT          PIC -(13)9,99.
002370 01  W-LIGNE-TRAVAIL             PIC X(132).
002380 PROCEDURE DIVISION.
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002410     PERFORM 1400-CHARGER-KONSTAB THRU 1400-EXIT.
002420     PERFORM 1500-CHARGER-MANDATS THRU 1500-EXIT.
002430     PERFORM 1600-CALCULER-DATE-PRELEV THRU 1600-EXIT.
002440     PERFORM 2000-PREVOIR-POSTES THRU 2000-EXIT.
002450     PERFORM 2500-PREVOIR-ECHEANCES THRU 2500-EXIT.
002460     PERFORM 7000-EDITER-PREVISION THRU 7000-EXIT.
002470     PERFORM 8000-TERMINE THRU 8000-EXIT.
002480     GOBACK.
002490 1000-INITIALISE.
002500     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
002510     COMPUTE W-QUANTIEME-JOUR =
002520        FUNCTION INTEGER-OF-DATE (W-DATE-JOUR-CCYYMMDD).
002530     OPEN OUTPUT PE-RPRT PE-CSV.
002540     MOVE SPACES TO PE-CSV-LIGNE.
002550     STRING '01,' DELIMITED BY SIZE
002560         W-DATE-JOUR-CCYYMMDD DELIMITED BY SIZE
002570         INTO PE-CSV-LIGNE
002580     END-STRING.
002590     WRITE PE-CSV-LIGNE.
002600 1000-EXIT.
002610     EXIT.
002620*****************************************************************
002630*    1400-CHARGER-KONSTAB - JOUR DE PRELEVEMENT, DELAI DE
002640*    REGLEMENT ET ABATTEMENT PAR ECHEC. VALEUR ABSENTE OU NON
002650*    NUMERIQUE : DEFAUT CONSERVE.
002660*****************************************************************
002670 1400-CHARGER-KONSTAB.
002680     OPEN INPUT KONSTAB.
002690     IF NOT KONSTAB-OK
002700        DISPLAY 'HZPE0001 - KONSTAB INDISPONIBLE, PARAMETRES PAR '
002710            'DEFAUT - STATUT ' W-KONSTAB-STATUS
002720        GO TO 1400-EXIT
002730     END-IF.
002740     PERFORM UNTIL KONSTAB-FIN
002750        READ KONSTAB
002760           AT END SET KONSTAB-FIN TO TRUE
002770           NOT AT END
002780              PERFORM 1410-RETENIR-KONSTANTE THRU 1410-EXIT
002790        END-READ
002800     END-PERFORM.
002810     CLOSE KONSTAB.
002820 1400-EXIT.
002830     EXIT.
002840 1410-RETENIR-KONSTANTE.
002850     EVALUATE KONSTAB-RUBRIQUE
002860        WHEN 'PRELEV-JOUR'
002870           IF KONSTAB-VALEUR (1:2) NUMERIC
002880              AND KONSTAB-VALEUR (1:2) > '00'
002890              AND KONSTAB-VALEUR (1:2) < '29'
002900              MOVE KONSTAB-VALEUR (1:2) TO KT-PRELEV-JOUR
002910           END-IF
002920        WHEN 'DELAI-REGLEMENT'
002930           IF KONSTAB-VALEUR (1:3) NUMERIC
002940              MOVE KONSTAB-VALEUR (1:3) TO KT-DELAI-REGLEMENT
002950           END-IF
002960        WHEN 'PREV-ABATTEMENT-ECHEC'
002970           IF KONSTAB-VALEUR (1:3) NUMERIC
002980              AND KONSTAB-VALEUR (1:3) NOT > '100'
002990              MOVE KONSTAB-VALEUR (1:3) TO KT-ABATTEMENT-ECHEC
003000           END-IF
003010     END-EVALUATE.
003020 1410-EXIT.
003030     EXIT.
003040 1500-CHARGER-MANDATS.
003050     OPEN INPUT MANDATS.
003060     IF NOT MANDATS-OK
003070        DISPLAY 'HZPE0001 - MANDATS INDISPONIBLE, AUCUN '
003080            'PRELEVEMENT PREVU - STATUT ' W-MANDATS-STATUS
003090        MOVE 4 TO RETURN-CODE
003100        GO TO 1500-EXIT
003110     END-IF.
003120     PERFORM UNTIL FIN-MANDATS
003130        READ MANDATS
003140           AT END SET FIN-MANDATS TO TRUE
003150           NOT AT END PERFORM 1510-EMPILER-MANDAT THRU 1510-EXIT
003160        END-READ
003170     END-PERFORM.
003180     CLOSE MANDATS.
003190 1500-EXIT.
003200     EXIT.
003210 1510-EMPILER-MANDAT.
003220     IF W-NB-MANDATS < 2000
003230        ADD 1 TO W-NB-MANDATS
003240        MOVE MD-COADHF TO W-MD-COADHF (W-NB-MANDATS)
003250        MOVE MD-STATUT TO W-MD-STATUT (W-NB-MANDATS)
003260        MOVE MD-NB-ECHECS TO W-MD-NB-ECHECS (W-NB-MANDATS)
003270     ELSE
003280        DISPLAY 'HZPE0001 - TABLE DES MANDATS PLEINE (2000) - '
003290            'ENTREE IGNOREE : ' MD-COADHF
003300        MOVE 8 TO RETURN-CODE
003310     END-IF.
003320 1510-EXIT.
003330     EXIT.
003340*****************************************************************
003350*    1600-CALCULER-DATE-PRELEV - PROCHAIN PASSAGE DE HZPV0001 :
003360*    LE JOUR PRELEV-JOUR DU MOIS COURANT S'IL N'EST PAS PASSE,
003370*    SINON CELUI DU MOIS SUIVANT.
003380*****************************************************************
003390 1600-CALCULER-DATE-PRELEV.
003400     MOVE W-DATE-JOUR-CCYYMMDD TO W-DATE-PRELEV.
003410     MOVE KT-PRELEV-JOUR TO W-DP-JJ.
003420     IF W-DJ-JJ > KT-PRELEV-JOUR
003430        IF W-DP-MM = 12
003440           MOVE 01 TO W-DP-MM
003450           ADD 1 TO W-DP-CCYY
003460        ELSE
003470           ADD 1 TO W-DP-MM
003480        END-IF
003490     END-IF.
003500 1600-EXIT.
003510     EXIT.
003520*****************************************************************
003530*    2000-PREVOIR-POSTES - CHAQUE POSTE NON SOLDE ET NON PASSE
003540*    EN PERTE EST ATTENDU POUR SON RESTE DU.
003550*****************************************************************
003560 2000-PREVOIR-POSTES.
003570     OPEN INPUT OUV-ITEMS.
003580     IF NOT OUV-ITEMS-OK
003590        DISPLAY 'HZPE0001 - OUV-ITEMS INDISPONIBLE - STATUT '
003600            W-OUV-ITEMS-STATUS
003610        MOVE 8 TO RETURN-CODE
003620        GO TO 2000-EXIT
003630     END-IF.
003640     PERFORM 2100-TRAITER-POSTE THRU 2100-EXIT
003650        UNTIL FIN-OUV.
003660     CLOSE OUV-ITEMS.
003670 2000-EXIT.
003680     EXIT.
003690 2100-TRAITER-POSTE.
003700     READ OUV-ITEMS
003710        AT END
003720           MOVE 'O' TO W-FIN-OUV
003730           GO TO 2100-EXIT
003740     END-READ.
003750     ADD 1 TO W-NB-POSTES-LUS.
003760     IF OV-STATUT = 'S' OR OV-STATUT = 'I'
003770        GO TO 2100-EXIT
003780     END-IF.
003790     COMPUTE W-RESTE-DU = OV-MONTANT-TTC - OV-MONTANT-REGLE.
003800     IF W-RESTE-DU NOT GREATER ZERO
003810        GO TO 2100-EXIT
003820     END-IF.
003830     MOVE OV-COADHF TO W-COADHF-COURANT.
003840     MOVE OV-COETBL TO W-COETBL-COURANT.
003850     MOVE W-RESTE-DU TO W-MT-BRUT.
003860     PERFORM 3000-CHERCHER-MANDAT THRU 3000-EXIT.
003870     EVALUATE TRUE
003880        WHEN MANDAT-ACTIF
003890           MOVE W-DATE-PRELEV TO W-DATE-PREVUE
003900        WHEN OV-DATE-FACTURE NOT NUMERIC
003910           OR OV-DATE-FACTURE = ZERO
003920           MOVE W-DATE-JOUR-CCYYMMDD TO W-DATE-PREVUE
003930        WHEN OTHER
003940           COMPUTE W-QUANTIEME-PREVU =
003950              FUNCTION INTEGER-OF-DATE (OV-DATE-FACTURE)
003960              + KT-DELAI-REGLEMENT
003970           COMPUTE W-DATE-PREVUE =
003980              FUNCTION DATE-OF-INTEGER (W-QUANTIEME-PREVU)
003990     END-EVALUATE.
004000     ADD 1 TO W-NB-POSTES-PREVUS.
004010     PERFORM 3100-CUMULER-PREVISION THRU 3100-EXIT.
004020 2100-EXIT.
004030     EXIT.
004040*****************************************************************
004050*    2500-PREVOIR-ECHEANCES - ECHEANCES A ECHOIR ('A') : ATTENDUES
004060*    A LEUR DATE. FICHIER ABSENT : AUCUN ECHEANCIER EN COURS.
004070*****************************************************************
004080 2500-PREVOIR-ECHEANCES.
004090     OPEN INPUT ECHEANCIER.
004100     IF NOT ECHEANCIER-OK
004110        DISPLAY 'HZPE0001 - ECHEANCIER INDISPONIBLE, AUCUN '
004120            'ECHEANCIER EN COURS - STATUT ' W-ECHEANCIER-STATUS
004130        GO TO 2500-EXIT
004140     END-IF.
004150     PERFORM 2600-TRAITER-ECHEANCE THRU 2600-EXIT
004160        UNTIL FIN-ECH.
004170     CLOSE ECHEANCIER.
004180 2500-EXIT.
004190     EXIT.
004200 2600-TRAITER-ECHEANCE.
004210     READ ECHEANCIER
004220        AT END
004230           MOVE 'O' TO W-FIN-ECH
004240           GO TO 2600-EXIT
004250     END-READ.
004260     IF EC-STATUT NOT = 'A' OR EC-MONTANT NOT GREATER ZERO
004270        GO TO 2600-EXIT
004280     END-IF.
004290     MOVE EC-COADHF TO W-COADHF-COURANT.
004300     MOVE EC-COETBL TO W-COETBL-COURANT.
004310     MOVE EC-MONTANT TO W-MT-BRUT.
004320     IF EC-DATE-ECHEANCE NUMERIC AND EC-DATE-ECHEANCE > ZERO
004330        MOVE EC-DATE-ECHEANCE TO W-DATE-PREVUE
004340     ELSE
004350        MOVE W-DATE-JOUR-CCYYMMDD TO W-DATE-PREVUE
004360     END-IF.
004370     PERFORM 3000-CHERCHER-MANDAT THRU 3000-EXIT.
004380     ADD 1 TO W-NB-ECHEANCES-PREVUES.
004390     PERFORM 3100-CUMULER-PREVISION THRU 3100-EXIT.
004400 2600-EXIT.
004410     EXIT.
004420*****************************************************************
004430*    3000-CHERCHER-MANDAT - MANDAT DE L'ADHERENT COURANT : ACTIF
004440*    OU NON, ET NOMBRE D'ECHECS CONSECUTIFS (ZERO SANS MANDAT).
004450*****************************************************************
004460 3000-CHERCHER-MANDAT.
004470     MOVE 'N' TO W-MANDAT-ACTIF-SW.
004480     MOVE ZERO TO W-NB-ECHECS-COURANT.
004490     IF W-NB-MANDATS = ZERO
004500        GO TO 3000-EXIT
004510     END-IF.
004520     SET W-IDX-MD TO 1.
004530     SEARCH W-MD-ENTREE
004540        AT END
004550           CONTINUE
004560        WHEN W-IDX-MD > W-NB-MANDATS
004570           CONTINUE
004580        WHEN W-MD-COADHF (W-IDX-MD) = W-COADHF-COURANT
004590           MOVE W-MD-NB-ECHECS (W-IDX-MD) TO W-NB-ECHECS-COURANT
004600           IF W-MD-STATUT (W-IDX-MD) = 'A'
004610              MOVE 'O' TO W-MANDAT-ACTIF-SW
004620           END-IF
004630     END-SEARCH.
004640 3000-EXIT.
004650     EXIT.
004660*****************************************************************
004670*    3100-CUMULER-PREVISION - PONDERATION PAR LES ECHECS, PUIS
004680*    CUMUL DANS LE JOUR DE L'ETABLISSEMENT (ECHU = AUJOURD'HUI,
004690*    AU-DELA DE J+90 = HORS HORIZON, COMPTE SEULEMENT).
004700*****************************************************************
004710 3100-CUMULER-PREVISION.
004720     COMPUTE W-QUANTIEME-PREVU =
004730        FUNCTION INTEGER-OF-DATE (W-DATE-PREVUE).
004740     COMPUTE W-ECART-JOURS = W-QUANTIEME-PREVU - W-QUANTIEME-JOUR.
004750     IF W-ECART-JOURS > 90
004760        ADD 1 TO W-NB-HORS-HORIZON
004770        GO TO 3100-EXIT
004780     END-IF.
004790     IF W-ECART-JOURS < ZERO
004800        MOVE ZERO TO W-ECART-JOURS
004810     END-IF.
004820     COMPUTE W-IDX-JOUR = W-ECART-JOURS + 1.
004830     COMPUTE W-POIDS =
004840        100 - W-NB-ECHECS-COURANT * KT-ABATTEMENT-ECHEC.
004850     IF W-POIDS < ZERO
004860        MOVE ZERO TO W-POIDS
004870     END-IF.
004880     COMPUTE W-MT-PONDERE ROUNDED = W-MT-BRUT * W-POIDS / 100.
004890     PERFORM 3200-CHERCHER-ETAB THRU 3200-EXIT.
004900     IF NOT ETAB-TROUVE
004910        GO TO 3100-EXIT
004920     END-IF.
004930     ADD W-MT-BRUT TO W-ET-BRUT (W-IDX-ET, W-IDX-JOUR).
004940     ADD W-MT-PONDERE TO W-ET-PONDERE (W-IDX-ET, W-IDX-JOUR).
004950 3100-EXIT.
004960     EXIT.
004970 3200-CHERCHER-ETAB.
004980     MOVE 'N' TO W-ETAB-TROUVE-SW.
004990     IF W-NB-ETAB > ZERO
005000        SET W-IDX-ET TO 1
005010        SEARCH W-ET-ENTREE
005020           AT END
005030              CONTINUE
005040           WHEN W-IDX-ET > W-NB-ETAB
005050              CONTINUE
005060           WHEN W-ET-COETBL (W-IDX-ET) = W-COETBL-COURANT
005070              MOVE 'O' TO W-ETAB-TROUVE-SW
005080        END-SEARCH
005090     END-IF.
005100     IF ETAB-TROUVE
005110        GO TO 3200-EXIT
005120     END-IF.
005130     IF W-NB-ETAB NOT < 50
005140        DISPLAY 'HZPE0001 - TABLE DES ETABLISSEMENTS PLEINE (50) '
005150            '- MONTANT IGNORE : ' W-COETBL-COURANT ' '
005160            W-COADHF-COURANT
005170        MOVE 8 TO RETURN-CODE
005180        GO TO 3200-EXIT
005190     END-IF.
005200     ADD 1 TO W-NB-ETAB.
005210     SET W-IDX-ET TO W-NB-ETAB.
005220     INITIALIZE W-ET-ENTREE (W-IDX-ET).
005230     MOVE W-COETBL-COURANT TO W-ET-COETBL (W-IDX-ET).
005240     MOVE 'O' TO W-ETAB-TROUVE-SW.
005250 3200-EXIT.
005260     EXIT.
005270*****************************************************************
005280*    7000-EDITER-PREVISION - UNE SECTION PAR ETABLISSEMENT (JOURS
005290*    PORTANT UN MONTANT, PUIS TREIZE SEMAINES), TOTAL GENERAL.
005300*****************************************************************
005310 7000-EDITER-PREVISION.
005320     MOVE W-DATE-JOUR-CCYYMMDD TO W-DATE-EDIT-CCYYMMDD.
005330     PERFORM 7900-FORMATER-DATE THRU 7900-EXIT.
005340     MOVE SPACES TO W-LIGNE-TRAVAIL.
005350     STRING 'HZPE0001 - PREVISION D''ENCAISSEMENT A 90 JOURS AU '
005360         DELIMITED BY SIZE
005370         W-DATE-EDIT DELIMITED BY SIZE
005380         INTO W-LIGNE-TRAVAIL
005390     END-STRING.
005400     PERFORM 7800-ECRIRE-LIGNE THRU 7800-EXIT.
005410     MOVE SPACES TO W-LIGNE-TRAVAIL.
005420     PERFORM 7800-ECRIRE-LIGNE THRU 7800-EXIT.
005430     IF W-NB-ETAB > ZERO
005440        PERFORM 7100-EDITER-ETAB THRU 7100-EXIT
005450           VARYING W-IDX-ET FROM 1 BY 1
005460           UNTIL W-IDX-ET > W-NB-ETAB
005470     END-IF.
005480     MOVE W-TOT-GEN-BRUT TO W-MT-EDIT.
005490     MOVE W-TOT-GEN-PONDERE TO W-MT2-EDIT.
005500     MOVE SPACES TO W-LIGNE-TRAVAIL.
005510     STRING 'TOTAL GENERAL           BRUT ' DELIMITED BY SIZE
005520         W-MT-EDIT DELIMITED BY SIZE
005530         '   PONDERE ' DELIMITED BY SIZE
005540         W-MT2-EDIT DELIMITED BY SIZE
005550         INTO W-LIGNE-TRAVAIL
005560     END-STRING.
005570     PERFORM 7800-ECRIRE-LIGNE THRU 7800-EXIT.
005580     MOVE W-TOT-CSV-PONDERE TO W-CSV-PONDERE-EDIT.
005590     INSPECT W-CSV-PONDERE-EDIT REPLACING ALL ',' BY '.'.
005600     MOVE SPACES TO PE-CSV-LIGNE.
005610     MOVE W-NB-CSV TO W-NB-CSV-EDIT.
005620     STRING '09,' DELIMITED BY SIZE
005630         W-NB-CSV-EDIT DELIMITED BY SIZE
005640         ',' DELIMITED BY SIZE
005650         W-CSV-PONDERE-EDIT DELIMITED BY SIZE
005660         INTO PE-CSV-LIGNE
005670     END-STRING.
005680     WRITE PE-CSV-LIGNE.
005690 7000-EXIT.
005700     EXIT.
005710 7100-EDITER-ETAB.
005720     MOVE ZERO TO W-TOT-ETAB-BRUT W-TOT-ETAB-PONDERE.
005730     MOVE SPACES TO W-LIGNE-TRAVAIL.
005740     STRING 'ETABLISSEMENT ' DELIMITED BY SIZE
005750         W-ET-COETBL (W-IDX-ET) DELIMITED BY SIZE
005760         ' - PAR JOUR' DELIMITED BY SIZE
005770         INTO W-LIGNE-TRAVAIL
005780     END-STRING.
005790     PERFORM 7800-ECRIRE-LIGNE THRU 7800-EXIT.
005800     PERFORM 7110-EDITER-JOUR THRU 7110-EXIT
005810        VARYING W-IDX-JOUR FROM 1 BY 1
005820        UNTIL W-IDX-JOUR > 91.
005830     MOVE SPACES TO W-LIGNE-TRAVAIL.
005840     STRING 'ETABLISSEMENT ' DELIMITED BY SIZE
005850         W-ET-COETBL (W-IDX-ET) DELIMITED BY SIZE
005860         ' - PAR SEMAINE' DELIMITED BY SIZE
005870         INTO W-LIGNE-TRAVAIL
005880     END-STRING.
005890     PERFORM 7800-ECRIRE-LIGNE THRU 7800-EXIT.
005900     PERFORM 7120-EDITER-SEMAINE THRU 7120-EXIT
005910        VARYING W-IDX-SEMAINE FROM 1 BY 1
005920        UNTIL W-IDX-SEMAINE > 13.
005930     MOVE W-TOT-ETAB-BRUT TO W-MT-EDIT.
005940     MOVE W-TOT-ETAB-PONDERE TO W-MT2-EDIT.
005950     MOVE SPACES TO W-LIGNE-TRAVAIL.
005960     STRING '  TOTAL ' DELIMITED BY SIZE
005970         W-ET-COETBL (W-IDX-ET) DELIMITED BY SIZE
005980         '           BRUT ' DELIMITED BY SIZE
005990         W-MT-EDIT DELIMITED BY SIZE
006000         '   PONDERE ' DELIMITED BY SIZE
006010         W-MT2-EDIT DELIMITED BY SIZE
006020         INTO W-LIGNE-TRAVAIL
006030     END-STRING.
006040     PERFORM 7800-ECRIRE-LIGNE THRU 7800-EXIT.
006050     MOVE SPACES TO W-LIGNE-TRAVAIL.
006060     PERFORM 7800-ECRIRE-LIGNE THRU 7800-EXIT.
006070     ADD W-TOT-ETAB-BRUT TO W-TOT-GEN-BRUT.
006080     ADD W-TOT-ETAB-PONDERE TO W-TOT-GEN-PONDERE.
006090 7100-EXIT.
006100     EXIT.
006110*****************************************************************
006120*    7110-EDITER-JOUR - LIGNE DE RAPPORT ET LIGNE CSV 'J' POUR UN
006130*    JOUR PORTANT UN MONTANT ATTENDU.
006140*****************************************************************
006150 7110-EDITER-JOUR.
006160     IF W-ET-BRUT (W-IDX-ET, W-IDX-JOUR) = ZERO
006170        GO TO 7110-EXIT
006180     END-IF.
006190     ADD W-ET-BRUT (W-IDX-ET, W-IDX-JOUR) TO W-TOT-ETAB-BRUT.
006200     ADD W-ET-PONDERE (W-IDX-ET, W-IDX-JOUR)
006210        TO W-TOT-ETAB-PONDERE.
006220     COMPUTE W-DATE-EDIT-CCYYMMDD = FUNCTION DATE-OF-INTEGER
006230        (W-QUANTIEME-JOUR + W-IDX-JOUR - 1).
006240     PERFORM 7900-FORMATER-DATE THRU 7900-EXIT.
006250     MOVE W-ET-BRUT (W-IDX-ET, W-IDX-JOUR) TO W-MT-EDIT.
006260     MOVE W-ET-PONDERE (W-IDX-ET, W-IDX-JOUR) TO W-MT2-EDIT.
006270     MOVE SPACES TO W-LIGNE-TRAVAIL.
006280     STRING '  ' DELIMITED BY SIZE
006290         W-DATE-EDIT DELIMITED BY SIZE
006300         '            BRUT ' DELIMITED BY SIZE
006310         W-MT-EDIT DELIMITED BY SIZE
006320         '   PONDERE ' DELIMITED BY SIZE
006330         W-MT2-EDIT DELIMITED BY SIZE
006340         INTO W-LIGNE-TRAVAIL
006350     END-STRING.
006360     PERFORM 7800-ECRIRE-LIGNE THRU 7800-EXIT.
006370     MOVE W-ET-BRUT (W-IDX-ET, W-IDX-JOUR) TO W-CSV-BRUT-EDIT.
006380     MOVE W-ET-PONDERE (W-IDX-ET, W-IDX-JOUR)
006390        TO W-CSV-PONDERE-EDIT.
006400     MOVE SPACES TO PE-CSV-LIGNE.
006410     STRING 'J,' DELIMITED BY SIZE
006420         W-ET-COETBL (W-IDX-ET) DELIMITED BY SIZE
006430         ',' DELIMITED BY SIZE
006440         W-DATE-EDIT-CCYYMMDD DELIMITED BY SIZE
006450         INTO PE-CSV-LIGNE
006460     END-STRING.
006470     PERFORM 7850-ECRIRE-CSV THRU 7850-EXIT.
006480     ADD W-ET-PONDERE (W-IDX-ET, W-IDX-JOUR) TO W-TOT-CSV-PONDERE.
006490 7110-EXIT.
006500     EXIT.
006510*****************************************************************
006520*    7120-EDITER-SEMAINE - SEMAINE N = JOURS 7(N-1) A 7N-1 DU
006530*    TABLEAU (LA SEMAINE 13 S'ARRETE A J+90).
006540*****************************************************************
006550 7120-EDITER-SEMAINE.
006560     COMPUTE W-IDX-PREMIER-JOUR = (W-IDX-SEMAINE - 1) * 7 + 1.
006570     COMPUTE W-IDX-DERNIER-JOUR = W-IDX-PREMIER-JOUR + 6.
006580     IF W-IDX-DERNIER-JOUR > 91
006590        MOVE 91 TO W-IDX-DERNIER-JOUR
006600     END-IF.
006610     MOVE ZERO TO W-SEM-BRUT W-SEM-PONDERE.
006620     PERFORM 7130-CUMULER-SEMAINE THRU 7130-EXIT
006630        VARYING W-IDX-JOUR FROM W-IDX-PREMIER-JOUR BY 1
006640        UNTIL W-IDX-JOUR > W-IDX-DERNIER-JOUR.
006650     COMPUTE W-DATE-EDIT-CCYYMMDD = FUNCTION DATE-OF-INTEGER
006660        (W-QUANTIEME-JOUR + W-IDX-PREMIER-JOUR - 1).
006670     PERFORM 7900-FORMATER-DATE THRU 7900-EXIT.
006680     MOVE W-IDX-SEMAINE TO W-SEM-EDIT.
006690     MOVE W-SEM-BRUT TO W-MT-EDIT.
006700     MOVE W-SEM-PONDERE TO W-MT2-EDIT.
006710     MOVE SPACES TO W-LIGNE-TRAVAIL.
006720     STRING '  SEMAINE ' DELIMITED BY SIZE
006730         W-SEM-EDIT DELIMITED BY SIZE
006740         ' DU ' DELIMITED BY SIZE
006750         W-DATE-EDIT DELIMITED BY SIZE
006760         ' BRUT ' DELIMITED BY SIZE
006770         W-MT-EDIT DELIMITED BY SIZE
006780         '   PONDERE ' DELIMITED BY SIZE
006790         W-MT2-EDIT DELIMITED BY SIZE
006800         INTO W-LIGNE-TRAVAIL
006810     END-STRING.
006820     PERFORM 7800-ECRIRE-LIGNE THRU 7800-EXIT.
006830     MOVE W-SEM-BRUT TO W-CSV-BRUT-EDIT.
006840     MOVE W-SEM-PONDERE TO W-CSV-PONDERE-EDIT.
006850     MOVE SPACES TO PE-CSV-LIGNE.
006860     STRING 'S,' DELIMITED BY SIZE
006870         W-ET-COETBL (W-IDX-ET) DELIMITED BY SIZE
006880         ',' DELIMITED BY SIZE
006890         W-DATE-EDIT-CCYYMMDD DELIMITED BY SIZE
006900         INTO PE-CSV-LIGNE
006910     END-STRING.
006920     PERFORM 7850-ECRIRE-CSV THRU 7850-EXIT.
006930 7120-EXIT.
006940     EXIT.
006950 7130-CUMULER-SEMAINE.
006960     ADD W-ET-BRUT (W-IDX-ET, W-IDX-JOUR) TO W-SEM-BRUT.
006970     ADD W-ET-PONDERE (W-IDX-ET, W-IDX-JOUR) TO W-SEM-PONDERE.
006980 7130-EXIT.
006990     EXIT.
007000 7800-ECRIRE-LIGNE.
007010     MOVE W-LIGNE-TRAVAIL TO PE-RPRT-LIGNE.
007020     WRITE PE-RPRT-LIGNE.
007030 7800-EXIT.
007040     EXIT.
007050*****************************************************************
007060*    7850-ECRIRE-CSV - COMPLETE LA LIGNE CSV (TYPE, COETBL, DATE
007070*    DEJA POSES) DES MONTANTS BRUT ET PONDERE EN POINT DECIMAL.
007080*****************************************************************
007090 7850-ECRIRE-CSV.
007100     INSPECT W-CSV-BRUT-EDIT REPLACING ALL ',' BY '.'.
007110     INSPECT W-CSV-PONDERE-EDIT REPLACING ALL ',' BY '.'.
007120     MOVE PE-CSV-LIGNE (1:16) TO W-LIGNE-TRAVAIL.
007130     MOVE SPACES TO PE-CSV-LIGNE.
007140     STRING W-LIGNE-TRAVAIL (1:16) DELIMITED BY SIZE
007150         ',' DELIMITED BY SIZE
007160         W-CSV-BRUT-EDIT DELIMITED BY SIZE
007170         ',' DELIMITED BY SIZE
007180         W-CSV-PONDERE-EDIT DELIMITED BY SIZE
007190         INTO PE-CSV-LIGNE
007200     END-STRING.
007210     WRITE PE-CSV-LIGNE.
007220     ADD 1 TO W-NB-CSV.
007230 7850-EXIT.
007240     EXIT.
007250 7900-FORMATER-DATE.
007260     MOVE W-DE-JJ TO W-DE-JJ-E.
007270     MOVE W-DE-MM TO W-DE-MM-E.
007280     MOVE W-DE-CCYY TO W-DE-CCYY-E.
007290 7900-EXIT.
007300     EXIT.
007310 8000-TERMINE.
007320     CLOSE PE-RPRT PE-CSV.
007330     MOVE W-NB-POSTES-LUS TO W-NB-EDIT.
007340     DISPLAY 'HZPE0001 - POSTES LUS           : ' W-NB-EDIT.
007350     MOVE W-NB-POSTES-PREVUS TO W-NB-EDIT.
007360     DISPLAY 'HZPE0001 - POSTES PREVUS        : ' W-NB-EDIT.
007370     MOVE W-NB-ECHEANCES-PREVUES TO W-NB-EDIT.
007380     DISPLAY 'HZPE0001 - ECHEANCES PREVUES    : ' W-NB-EDIT.
007390     MOVE W-NB-HORS-HORIZON TO W-NB-EDIT.
007400     DISPLAY 'HZPE0001 - HORS HORIZON 90 J    : ' W-NB-EDIT.
007410     MOVE W-TOT-GEN-PONDERE TO W-MT-EDIT.
007420     DISPLAY 'HZPE0001 - TOTAL PONDERE        : ' W-MT-EDIT.
007430 8000-EXIT.
007440     EXIT.
