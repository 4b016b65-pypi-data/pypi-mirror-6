000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZTV0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. ETAT PREPARATOIRE DE LA DECLARATION DE TVA, MENSUELLE
000080     OU TRIMESTRIELLE SELON TV-PARM (PERIODICITE 'M' OU 'T' ET
000090     DERNIER MOIS DE LA PERIODE). LIT LES REGISTRES FC-REG DE
000100     HZFC0001 (CONCATENES SOUS FC-REGM) ET RETIENT LES PIECES
000110     EMISES DANS LA PERIODE : LES AVOIRS VIENNENT EN DEDUCTION DE
000120     LA PERIODE DE LEUR EMISSION, QUELLE QUE SOIT LA DATE DE LA
000130     FACTURE D'ORIGINE. TOTALISE BASE HT ET TVA PAR TAUX ET PAR
000140     ETABLISSEMENT, EDITE LES MONTANTS A REPORTER SUR LA
000150     DECLARATION (ARRONDIS A L'EURO) ET RAPPROCHE LA TVA DU
000160     REGISTRE DES ECRITURES DU COMPTE DE TVA COLLECTEE (ENTREE
000170     'TVA' DE CPT-MAP) SUR LES GL-MOIS DE LA PERIODE. RAPPORT
000180     TV-RPRT ; CODE RETOUR 4 SI LE RAPPROCHEMENT PRESENTE UN
000190     ECART.
000200*****************************************************************
000210*    HISTORIQUE DES MODIFICATIONS
000220*    --------------------------------------------------------
000230*    DATE       AUTEUR  DESCRIPTION
000240*    --------   ------  -------------------------------------
000250*    15/10/2026 EBA     CREATION.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TV-PARM ASSIGN TO TVPARM
000360         ORGANIZATION SEQUENTIAL
000370         FILE STATUS W-TV-PARM-STATUS.
000380     SELECT FC-REGM ASSIGN TO FCREGM
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-FC-REGM-STATUS.
000410     SELECT CPT-MAP ASSIGN TO CPTMAP
000420         ORGANIZATION SEQUENTIAL
000430         FILE STATUS W-CPT-MAP-STATUS.
000440     SELECT GL-MOIS ASSIGN TO GLMOIS
000450         ORGANIZATION SEQUENTIAL
000460         FILE STATUS W-GL-MOIS-STATUS.
000470     SELECT TV-RPRT ASSIGN TO TVRPRT
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-TV-RPRT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*****************************************************************
000530*    TV-PARM - PERIODICITE ('M' MENSUELLE, 'T' TRIMESTRIELLE) ET
000540*    DERNIER MOIS DE LA PERIODE DECLAREE (SSAAMM).
000550*****************************************************************
000560 FD  TV-PARM
000570     LABEL RECORD STANDARD
000580     DATA RECORD TV-PARM-LIGNE.
000590 01  TV-PARM-LIGNE.
000600     05  TP-PERIODICITE          PIC X(01).
000610     05  TP-MOIS-FIN             PIC 9(06).
000620*****************************************************************
000630*    FC-REGM - REGISTRES FC-REG DE LA PERIODE, MEME DESSIN QUE
000640*    DANS HZFC0001. LES DEMANDES D'AVOIR REJETEES ('R') N'ONT
000645*    PAS DE TVA ET SONT IGNOREES.
000650*****************************************************************
000660 FD  FC-REGM
000670     LABEL RECORD STANDARD
000680     DATA RECORD FC-REGM-LIGNE.
000690 01  FC-REGM-LIGNE.
000700     05  FR-TYPE-PIECE           PIC X(01).
000710         88  FR-FACTURE          VALUE 'F'.
000720         88  FR-AVOIR            VALUE 'A'.
000725         88  FR-AVOIR-REJETE     VALUE 'R'.
000730     05  FR-NUMERO-PIECE         PIC 9(08).
000740     05  FR-DATE-PIECE           PIC 9(08).
000750     05  FR-COADHF               PIC X(09).
000760     05  FR-COETBL               PIC X(05).
000770     05  FR-TAUX-TVA             PIC 9(02)V99.
000780     05  FR-MONTANT-HT           PIC S9(11)V99
000790                                 SIGN LEADING SEPARATE.
000800     05  FR-MONTANT-TVA          PIC S9(11)V99
000810                                 SIGN LEADING SEPARATE.
000820     05  FR-MONTANT-TTC          PIC S9(11)V99
000830                                 SIGN LEADING SEPARATE.
000840 FD  CPT-MAP
000850     LABEL RECORD STANDARD
000860     DATA RECORD CPT-MAP-LIGNE.
000870 01  CPT-MAP-LIGNE.
000880     05  CM-COANAL               PIC X(05).
000890     05  CM-COMPTE-DEBIT         PIC X(10).
000900     05  CM-COMPTE-CREDIT        PIC X(10).
000910     05  CM-ENTITE               PIC X(02).
000920 FD  GL-MOIS
000930     LABEL RECORD STANDARD
000940     DATA RECORD GL-MOIS-LIGNE.
000950 01  GL-MOIS-LIGNE.
000960     05  GM-DATE                 PIC 9(08).
000970     05  GM-COMPTE               PIC X(10).
000980     05  GM-SENS                 PIC X(01).
000990     05  GM-MONTANT              PIC S9(11)V99
001000                                 SIGN LEADING SEPARATE.
001010     05  GM-LIBELLE              PIC X(30).
001020 FD  TV-RPRT
001030     LABEL RECORD STANDARD
001040     DATA RECORD TV-RPRT-LIGNE.
001050 01  TV-RPRT-LIGNE               PIC X(132).
001060 WORKING-STORAGE SECTION.
001070 01  W-TV-PARM-STATUS            PIC XX.
001080     88  TV-PARM-OK              VALUE '00'.
001090 01  W-FC-REGM-STATUS            PIC XX.
001100     88  FC-REGM-OK              VALUE '00'.
001110 01  W-CPT-MAP-STATUS            PIC XX.
001120     88  CPT-MAP-OK              VALUE '00'.
001130 01  W-GL-MOIS-STATUS            PIC XX.
001140     88  GL-MOIS-OK              VALUE '00'.
001150 01  W-TV-RPRT-STATUS            PIC XX.
001160 01  W-FIN-LECTURE               PIC X VALUE 'N'.
001170     88  FIN-LECTURE             VALUE 'O'.
001180 01  W-ARRET-SW                  PIC X VALUE 'N'.
001190     88  ARRET-TRAITEMENT        VALUE 'O'.
001200*****************************************************************
001210*    PERIODE DECLAREE.
001220*****************************************************************
001230 01  W-PERIODICITE               PIC X(01) VALUE SPACE.
001240     88  PERIODE-MENSUELLE       VALUE 'M'.
001250     88  PERIODE-TRIMESTRIELLE   VALUE 'T'.
001260 01  W-MOIS-FIN                  PIC 9(06) VALUE ZERO.
001270 01  W-MOIS-FIN-R REDEFINES W-MOIS-FIN.
001280     05  W-MF-ANNEE              PIC 9(04).
001290     05  W-MF-MOIS               PIC 9(02).
001300 01  W-MOIS-DEBUT                PIC 9(06) VALUE ZERO.
001310 01  W-MOIS-DEBUT-R REDEFINES W-MOIS-DEBUT.
001320     05  W-MD-ANNEE              PIC 9(04).
001330     05  W-MD-MOIS               PIC 9(02).
001340 01  W-DATE-DEBUT                PIC 9(08) VALUE ZERO.
001350 01  W-DATE-FIN                  PIC 9(08) VALUE ZERO.
001360 01  W-COMPTE-TVA                PIC X(10) VALUE SPACES.
001370*****************************************************************
001380*    CUMULS PAR TAUX ET ETABLISSEMENT (200 AU PLUS) ET PAR TAUX
001390*    (10 AU PLUS). MONTANTS DES AVOIRS POSITIFS, DEDUITS A
001400*    L'EDITION.
001410*****************************************************************
001420 01  W-NB-CUMULS                 PIC 9(04) COMP VALUE ZERO.
001430 01  W-TAB-CUMULS.
001440     05  W-CU-ENTREE OCCURS 200 TIMES
001450             INDEXED BY W-IDX-CU.
001460         10  W-CU-TAUX           PIC 9(02)V99.
001470         10  W-CU-COETBL         PIC X(05).
001480         10  W-CU-HT-FACT        PIC S9(13)V99 COMP-3.
001490         10  W-CU-TVA-FACT       PIC S9(13)V99 COMP-3.
001500         10  W-CU-HT-AVOIR       PIC S9(13)V99 COMP-3.
001510         10  W-CU-TVA-AVOIR      PIC S9(13)V99 COMP-3.
001520 01  W-NB-TAUX                   PIC 9(02) COMP VALUE ZERO.
001530 01  W-TAB-TAUX.
001540     05  W-TX-ENTREE OCCURS 10 TIMES
001550             INDEXED BY W-IDX-TX.
001560         10  W-TX-TAUX           PIC 9(02)V99.
001570         10  W-TX-HT-FACT        PIC S9(13)V99 COMP-3.
001580         10  W-TX-TVA-FACT       PIC S9(13)V99 COMP-3.
001590         10  W-TX-HT-AVOIR       PIC S9(13)V99 COMP-3.
001600         10  W-TX-TVA-AVOIR      PIC S9(13)V99 COMP-3.
001610 01  W-TROUVE-SW                 PIC X VALUE 'N'.
001620     88  ENTREE-TROUVEE          VALUE 'O'.
001630*****************************************************************
001640*    TOTAUX DU REGISTRE ET DU GRAND LIVRE.
001650*****************************************************************
001660 01  W-REG-TVA-FACT              PIC S9(13)V99 COMP-3 VALUE 0.
001670 01  W-REG-TVA-AVOIR             PIC S9(13)V99 COMP-3 VALUE 0.
001680 01  W-REG-TVA-NETTE             PIC S9(13)V99 COMP-3 VALUE 0.
001690 01  W-GL-TVA-FACT               PIC S9(13)V99 COMP-3 VALUE 0.
001700 01  W-GL-TVA-AVOIR              PIC S9(13)V99 COMP-3 VALUE 0.
001710 01  W-GL-TVA-AUTRES             PIC S9(13)V99 COMP-3 VALUE 0.
001720 01  W-GL-TVA-NETTE              PIC S9(13)V99 COMP-3 VALUE 0.
001730 01  W-ECART                     PIC S9(13)V99 COMP-3 VALUE 0.
001740 01  W-ECART-SW                  PIC X VALUE 'N'.
001750     88  ECART-CONSTATE          VALUE 'O'.
001760 01  W-NB-PIECES                 PIC 9(07) COMP VALUE ZERO.
001770 01  W-NB-HORS-PERIODE           PIC 9(07) COMP VALUE ZERO.
001780 01  W-BASE-NETTE                PIC S9(13)V99 COMP-3 VALUE 0.
001790 01  W-TVA-NETTE                 PIC S9(13)V99 COMP-3 VALUE 0.
001800 01  W-BASE-EUROS                PIC S9(13) COMP-3 VALUE 0.
001810 01  W-TVA-EUROS                 PIC S9(13) COMP-3 VALUE 0.
001820 01  W-TOT-TVA-EUROS             PIC S9(13) COMP-3 VALUE 0.
001830 01  W-MT-EDIT-1                 PIC -(12)9,99.
001840 01  W-MT-EDIT-2                 PIC -(12)9,99.
001850 01  W-MT-EDIT-3                 PIC -(12)9,99.
001860 01  W-MT-EDIT-4                 PIC -(12)9,99.
001870 01  W-MT-EDIT-5                 PIC -(12)9,99.
001880 01  W-MT-EDIT-6                 PIC -(12)9,99.
001890 01  W-EUROS-EDIT-1              PIC -(12)9.
001900 01  W-EUROS-EDIT-2              PIC -(12)9.
001910 01  W-TAUX-EDIT                 PIC Z9,99.
001920 01  W-COETBL-EDIT               PIC X(05).
001930 01  W-LIBELLE-EDIT              PIC X(22).
001940 01  W-MT-REGISTRE               PIC S9(13)V99 COMP-3 VALUE 0.
001950 01  W-MT-GRAND-LIVRE            PIC S9(13)V99 COMP-3 VALUE 0.
001960 01  W-NB-EDIT                   PIC Z(06)9.
001970 01  W-LIGNE-TRAVAIL             PIC X(132).
001980 PROCEDURE DIVISION.
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002010     IF ARRET-TRAITEMENT
002020        GO TO 0000-FIN
002030     END-IF.
002040     PERFORM 1500-CHARGER-COMPTE-TVA THRU 1500-EXIT.
002050     PERFORM 2000-LIRE-REGISTRE THRU 2000-EXIT.
002060     PERFORM 3000-LIRE-GRAND-LIVRE THRU 3000-EXIT.
002070     PERFORM 7000-EDITER-CUMULS THRU 7000-EXIT.
002080     PERFORM 7500-EDITER-DECLARATION THRU 7500-EXIT.
002090     PERFORM 7700-EDITER-RAPPROCHEMENT THRU 7700-EXIT.
002100 0000-FIN.
002110     PERFORM 8000-TERMINE THRU 8000-EXIT.
002120     GOBACK.
002130*****************************************************************
002140*    1000-INITIALISE - PERIODE DE TV-PARM : PREMIER JOUR DU
002150*    PREMIER MOIS (MOIS DE FIN, OU DEUX MOIS AVANT POUR UN
002160*    TRIMESTRE) AU DERNIER JOUR DU MOIS DE FIN. PARAMETRE
002170*    ABSENT OU INVALIDE : CODE 8, AUCUN ETAT.
002180*****************************************************************
002190 1000-INITIALISE.
002200     OPEN OUTPUT TV-RPRT.
002210     OPEN INPUT TV-PARM.
002220     IF NOT TV-PARM-OK
002230        DISPLAY 'HZTV0001 - TV-PARM INDISPONIBLE - STATUT '
002240            W-TV-PARM-STATUS
002250        MOVE 8 TO RETURN-CODE
002260        MOVE 'O' TO W-ARRET-SW
002270        GO TO 1000-EXIT
002280     END-IF.
002290     READ TV-PARM
002300        AT END
002310           DISPLAY 'HZTV0001 - TV-PARM VIDE'
002320           MOVE 8 TO RETURN-CODE
002330           MOVE 'O' TO W-ARRET-SW
002340        NOT AT END
002350           MOVE TP-PERIODICITE TO W-PERIODICITE
002360           MOVE TP-MOIS-FIN TO W-MOIS-FIN
002370     END-READ.
002380     CLOSE TV-PARM.
002390     IF ARRET-TRAITEMENT
002400        GO TO 1000-EXIT
002410     END-IF.
002420     IF NOT PERIODE-MENSUELLE AND NOT PERIODE-TRIMESTRIELLE
002430        OR TP-MOIS-FIN NOT NUMERIC
002440        OR W-MF-MOIS < 1 OR W-MF-MOIS > 12
002450        DISPLAY 'HZTV0001 - TV-PARM INVALIDE : ' TV-PARM-LIGNE
002460        MOVE 8 TO RETURN-CODE
002470        MOVE 'O' TO W-ARRET-SW
002480        GO TO 1000-EXIT
002490     END-IF.
002500     MOVE W-MOIS-FIN TO W-MOIS-DEBUT.
002510     IF PERIODE-TRIMESTRIELLE
002520        IF W-MD-MOIS > 2
002530           SUBTRACT 2 FROM W-MD-MOIS
002540        ELSE
002550           ADD 10 TO W-MD-MOIS
002560           SUBTRACT 1 FROM W-MD-ANNEE
002570        END-IF
002580     END-IF.
002590     COMPUTE W-DATE-DEBUT = W-MOIS-DEBUT * 100 + 1.
002600     COMPUTE W-DATE-FIN = W-MOIS-FIN * 100 + 31.
002610 1000-EXIT.
002620     EXIT.
002630*****************************************************************
002640*    1500-CHARGER-COMPTE-TVA - COMPTE DE TVA COLLECTEE (CREDIT
002650*    DE L'ENTREE 'TVA', COMME DANS HZFC0001). ABSENT : PAS DE
002660*    RAPPROCHEMENT (SIGNALE, CODE 4).
002670*****************************************************************
002680 1500-CHARGER-COMPTE-TVA.
002690     OPEN INPUT CPT-MAP.
002700     IF NOT CPT-MAP-OK
002710        DISPLAY 'HZTV0001 - CPT-MAP INDISPONIBLE - STATUT '
002720            W-CPT-MAP-STATUS
002730        MOVE 4 TO RETURN-CODE
002740        GO TO 1500-EXIT
002750     END-IF.
002760     MOVE 'N' TO W-FIN-LECTURE.
002770     PERFORM UNTIL FIN-LECTURE
002780        READ CPT-MAP
002790           AT END MOVE 'O' TO W-FIN-LECTURE
002800           NOT AT END
002810              IF CM-COANAL = 'TVA'
002820                 MOVE CM-COMPTE-CREDIT TO W-COMPTE-TVA
002830              END-IF
002840        END-READ
002850     END-PERFORM.
002860     CLOSE CPT-MAP.
002870     IF W-COMPTE-TVA = SPACES
002880        DISPLAY 'HZTV0001 - ENTREE TVA ABSENTE DE CPT-MAP - '
002890            'RAPPROCHEMENT NON EFFECTUE'
002900        MOVE 4 TO RETURN-CODE
002910     END-IF.
002920 1500-EXIT.
002930     EXIT.
002940*****************************************************************
002950*    2000-LIRE-REGISTRE - PIECES EMISES DANS LA PERIODE,
002960*    CUMULEES PAR TAUX ET ETABLISSEMENT.
002970*****************************************************************
002980 2000-LIRE-REGISTRE.
002990     OPEN INPUT FC-REGM.
003000     IF NOT FC-REGM-OK
003010        DISPLAY 'HZTV0001 - FC-REGM INDISPONIBLE - STATUT '
003020            W-FC-REGM-STATUS
003030        MOVE 8 TO RETURN-CODE
003040        GO TO 2000-EXIT
003050     END-IF.
003060     MOVE 'N' TO W-FIN-LECTURE.
003070     PERFORM 2010-LIRE-PIECE THRU 2010-EXIT
003080        UNTIL FIN-LECTURE.
003090     CLOSE FC-REGM.
003100 2000-EXIT.
003110     EXIT.
003120 2010-LIRE-PIECE.
003130     READ FC-REGM
003140        AT END
003150           MOVE 'O' TO W-FIN-LECTURE
003160           GO TO 2010-EXIT
003170     END-READ.
003180     IF FR-DATE-PIECE < W-DATE-DEBUT
003190        OR FR-DATE-PIECE > W-DATE-FIN
003200        ADD 1 TO W-NB-HORS-PERIODE
003210        GO TO 2010-EXIT
003220     END-IF.
003225     IF FR-AVOIR-REJETE
003226        GO TO 2010-EXIT
003227     END-IF.
003230     IF NOT FR-FACTURE AND NOT FR-AVOIR
003240        DISPLAY 'HZTV0001 - TYPE DE PIECE INCONNU, PIECE '
003250            FR-NUMERO-PIECE ' IGNOREE'
003260        MOVE 4 TO RETURN-CODE
003270        GO TO 2010-EXIT
003280     END-IF.
003290     ADD 1 TO W-NB-PIECES.
003300     PERFORM 2100-CHERCHER-CUMUL THRU 2100-EXIT.
003310     PERFORM 2200-CHERCHER-TAUX THRU 2200-EXIT.
003320     IF FR-FACTURE
003330        ADD FR-MONTANT-TVA TO W-REG-TVA-FACT
003340        IF W-IDX-CU NOT > W-NB-CUMULS
003350           ADD FR-MONTANT-HT TO W-CU-HT-FACT (W-IDX-CU)
003360           ADD FR-MONTANT-TVA TO W-CU-TVA-FACT (W-IDX-CU)
003370        END-IF
003380        IF W-IDX-TX NOT > W-NB-TAUX
003390           ADD FR-MONTANT-HT TO W-TX-HT-FACT (W-IDX-TX)
003400           ADD FR-MONTANT-TVA TO W-TX-TVA-FACT (W-IDX-TX)
003410        END-IF
003420     ELSE
003430        ADD FR-MONTANT-TVA TO W-REG-TVA-AVOIR
003440        IF W-IDX-CU NOT > W-NB-CUMULS
003450           ADD FR-MONTANT-HT TO W-CU-HT-AVOIR (W-IDX-CU)
003460           ADD FR-MONTANT-TVA TO W-CU-TVA-AVOIR (W-IDX-CU)
003470        END-IF
003480        IF W-IDX-TX NOT > W-NB-TAUX
003490           ADD FR-MONTANT-HT TO W-TX-HT-AVOIR (W-IDX-TX)
003500           ADD FR-MONTANT-TVA TO W-TX-TVA-AVOIR (W-IDX-TX)
003510        END-IF
003520     END-IF.
003530 2010-EXIT.
003540     EXIT.
003550*****************************************************************
003560*    2100-CHERCHER-CUMUL - ENTREE TAUX/ETABLISSEMENT, CREEE AU
003570*    BESOIN. TABLE PLEINE : INDEX LAISSE AU-DELA DE W-NB-CUMULS
003580*    (SIGNALE, CODE 8 - LA DECLARATION SERAIT INCOMPLETE).
003590*****************************************************************
003600 2100-CHERCHER-CUMUL.
003610     MOVE 'N' TO W-TROUVE-SW.
003620     SET W-IDX-CU TO 1.
003630     IF W-NB-CUMULS > ZERO
003640        SEARCH W-CU-ENTREE
003650           AT END
003660              CONTINUE
003670           WHEN W-IDX-CU > W-NB-CUMULS
003680              CONTINUE
003690           WHEN W-CU-TAUX (W-IDX-CU) = FR-TAUX-TVA
003700              AND W-CU-COETBL (W-IDX-CU) = FR-COETBL
003710              MOVE 'O' TO W-TROUVE-SW
003720        END-SEARCH
003730     END-IF.
003740     IF ENTREE-TROUVEE
003750        GO TO 2100-EXIT
003760     END-IF.
003770     IF W-NB-CUMULS NOT < 200
003780        DISPLAY 'HZTV0001 - TABLE DES CUMULS PLEINE (200) - '
003790            'ETABLISSEMENT ' FR-COETBL ' HORS DETAIL'
003800        MOVE 8 TO RETURN-CODE
003810        SET W-IDX-CU TO 201
003820        GO TO 2100-EXIT
003830     END-IF.
003840     ADD 1 TO W-NB-CUMULS.
003850     SET W-IDX-CU TO W-NB-CUMULS.
003860     INITIALIZE W-CU-ENTREE (W-IDX-CU).
003870     MOVE FR-TAUX-TVA TO W-CU-TAUX (W-IDX-CU).
003880     MOVE FR-COETBL TO W-CU-COETBL (W-IDX-CU).
003890 2100-EXIT.
003900     EXIT.
003910 2200-CHERCHER-TAUX.
003920     MOVE 'N' TO W-TROUVE-SW.
003930     SET W-IDX-TX TO 1.
003940     IF W-NB-TAUX > ZERO
003950        SEARCH W-TX-ENTREE
003960           AT END
003970              CONTINUE
003980           WHEN W-IDX-TX > W-NB-TAUX
003990              CONTINUE
004000           WHEN W-TX-TAUX (W-IDX-TX) = FR-TAUX-TVA
004010              MOVE 'O' TO W-TROUVE-SW
004020        END-SEARCH
004030     END-IF.
004040     IF ENTREE-TROUVEE
004050        GO TO 2200-EXIT
004060     END-IF.
004070     IF W-NB-TAUX NOT < 10
004080        DISPLAY 'HZTV0001 - TABLE DES TAUX PLEINE (10) - '
004090            'PIECE ' FR-NUMERO-PIECE ' HORS DECLARATION'
004100        MOVE 8 TO RETURN-CODE
004110        SET W-IDX-TX TO 11
004120        GO TO 2200-EXIT
004130     END-IF.
004140     ADD 1 TO W-NB-TAUX.
004150     SET W-IDX-TX TO W-NB-TAUX.
004160     INITIALIZE W-TX-ENTREE (W-IDX-TX).
004170     MOVE FR-TAUX-TVA TO W-TX-TAUX (W-IDX-TX).
004180 2200-EXIT.
004190     EXIT.
004200*****************************************************************
004210*    3000-LIRE-GRAND-LIVRE - ECRITURES DE LA PERIODE SUR LE
004220*    COMPTE DE TVA COLLECTEE, VENTILEES SUR LES LIBELLES DE
004230*    HZFC0001 ('TVA COLLECTEE' AU CREDIT, 'TVA SUR AVOIRS' AU
004240*    DEBIT) ; TOUT AUTRE MOUVEMENT EST ISOLE.
004250*****************************************************************
004260 3000-LIRE-GRAND-LIVRE.
004270     IF W-COMPTE-TVA = SPACES
004280        GO TO 3000-EXIT
004290     END-IF.
004300     OPEN INPUT GL-MOIS.
004310     IF NOT GL-MOIS-OK
004320        DISPLAY 'HZTV0001 - GL-MOIS INDISPONIBLE - STATUT '
004330            W-GL-MOIS-STATUS
004340        MOVE 4 TO RETURN-CODE
004350        GO TO 3000-EXIT
004360     END-IF.
004370     MOVE 'N' TO W-FIN-LECTURE.
004380     PERFORM 3010-LIRE-ECRITURE THRU 3010-EXIT
004390        UNTIL FIN-LECTURE.
004400     CLOSE GL-MOIS.
004410 3000-EXIT.
004420     EXIT.
004430 3010-LIRE-ECRITURE.
004440     READ GL-MOIS
004450        AT END
004460           MOVE 'O' TO W-FIN-LECTURE
004470           GO TO 3010-EXIT
004480     END-READ.
004490     IF GM-COMPTE NOT = W-COMPTE-TVA
004500        OR GM-DATE < W-DATE-DEBUT
004510        OR GM-DATE > W-DATE-FIN
004520        GO TO 3010-EXIT
004530     END-IF.
004540     EVALUATE TRUE
004550        WHEN GM-LIBELLE = 'TVA COLLECTEE' AND GM-SENS = 'C'
004560           ADD GM-MONTANT TO W-GL-TVA-FACT
004570        WHEN GM-LIBELLE = 'TVA SUR AVOIRS' AND GM-SENS = 'D'
004580           ADD GM-MONTANT TO W-GL-TVA-AVOIR
004590        WHEN GM-SENS = 'C'
004600           ADD GM-MONTANT TO W-GL-TVA-AUTRES
004610        WHEN OTHER
004620           SUBTRACT GM-MONTANT FROM W-GL-TVA-AUTRES
004630     END-EVALUATE.
004640 3010-EXIT.
004650     EXIT.
004660*****************************************************************
004670*    7000-EDITER-CUMULS - PAR TAUX : UNE LIGNE PAR ETABLISSEMENT
004680*    (FACTURES, AVOIRS, NET) ET LE TOTAL DU TAUX.
004690*****************************************************************
004700 7000-EDITER-CUMULS.
004710     MOVE SPACES TO W-LIGNE-TRAVAIL.
004720     STRING 'HZTV0001 - ETAT PREPARATOIRE DE LA DECLARATION DE '
004730         DELIMITED BY SIZE
004740         'TVA - MOIS ' DELIMITED BY SIZE
004750         W-MOIS-DEBUT DELIMITED BY SIZE
004760         ' A ' DELIMITED BY SIZE
004770         W-MOIS-FIN DELIMITED BY SIZE
004780         ' (' DELIMITED BY SIZE
004790         W-PERIODICITE DELIMITED BY SIZE
004800         ')' DELIMITED BY SIZE
004810         INTO W-LIGNE-TRAVAIL
004820     END-STRING.
004830     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
004840     MOVE SPACES TO W-LIGNE-TRAVAIL.
004850     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
004860     IF W-NB-TAUX > ZERO
004870        PERFORM 7100-EDITER-TAUX THRU 7100-EXIT
004880           VARYING W-IDX-TX FROM 1 BY 1
004890           UNTIL W-IDX-TX > W-NB-TAUX
004900     END-IF.
004910 7000-EXIT.
004920     EXIT.
004930 7100-EDITER-TAUX.
004940     MOVE W-TX-TAUX (W-IDX-TX) TO W-TAUX-EDIT.
004950     MOVE SPACES TO W-LIGNE-TRAVAIL.
004960     STRING 'TAUX ' DELIMITED BY SIZE
004970         W-TAUX-EDIT DELIMITED BY SIZE
004980         ' %' DELIMITED BY SIZE
004990         INTO W-LIGNE-TRAVAIL
005000     END-STRING.
005010     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
005020     MOVE 'ETABL.' TO W-LIGNE-TRAVAIL.
005030     MOVE 'BASE FACTURES' TO W-LIGNE-TRAVAIL (10:13).
005040     MOVE 'TVA FACTURES' TO W-LIGNE-TRAVAIL (28:12).
005050     MOVE 'BASE AVOIRS' TO W-LIGNE-TRAVAIL (46:11).
005060     MOVE 'TVA AVOIRS' TO W-LIGNE-TRAVAIL (64:10).
005070     MOVE 'BASE NETTE' TO W-LIGNE-TRAVAIL (81:10).
005080     MOVE 'TVA NETTE' TO W-LIGNE-TRAVAIL (99:9).
005090     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
005100     PERFORM 7200-EDITER-ETAB THRU 7200-EXIT
005110        VARYING W-IDX-CU FROM 1 BY 1
005120        UNTIL W-IDX-CU > W-NB-CUMULS.
005130     MOVE W-TX-HT-FACT (W-IDX-TX) TO W-MT-EDIT-1.
005140     MOVE W-TX-TVA-FACT (W-IDX-TX) TO W-MT-EDIT-2.
005150     MOVE W-TX-HT-AVOIR (W-IDX-TX) TO W-MT-EDIT-3.
005160     MOVE W-TX-TVA-AVOIR (W-IDX-TX) TO W-MT-EDIT-4.
005170     COMPUTE W-BASE-NETTE = W-TX-HT-FACT (W-IDX-TX)
005180        - W-TX-HT-AVOIR (W-IDX-TX).
005190     COMPUTE W-TVA-NETTE = W-TX-TVA-FACT (W-IDX-TX)
005200        - W-TX-TVA-AVOIR (W-IDX-TX).
005210     MOVE 'TOTAL' TO W-COETBL-EDIT.
005220     PERFORM 7300-FORMER-LIGNE THRU 7300-EXIT.
005230     MOVE SPACES TO W-LIGNE-TRAVAIL.
005240     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
005250 7100-EXIT.
005260     EXIT.
005270 7200-EDITER-ETAB.
005280     IF W-CU-TAUX (W-IDX-CU) NOT = W-TX-TAUX (W-IDX-TX)
005290        GO TO 7200-EXIT
005300     END-IF.
005310     MOVE W-CU-HT-FACT (W-IDX-CU) TO W-MT-EDIT-1.
005320     MOVE W-CU-TVA-FACT (W-IDX-CU) TO W-MT-EDIT-2.
005330     MOVE W-CU-HT-AVOIR (W-IDX-CU) TO W-MT-EDIT-3.
005340     MOVE W-CU-TVA-AVOIR (W-IDX-CU) TO W-MT-EDIT-4.
005350     COMPUTE W-BASE-NETTE = W-CU-HT-FACT (W-IDX-CU)
005360        - W-CU-HT-AVOIR (W-IDX-CU).
005370     COMPUTE W-TVA-NETTE = W-CU-TVA-FACT (W-IDX-CU)
005380        - W-CU-TVA-AVOIR (W-IDX-CU).
005390     MOVE W-CU-COETBL (W-IDX-CU) TO W-COETBL-EDIT.
005400     PERFORM 7300-FORMER-LIGNE THRU 7300-EXIT.
005410 7200-EXIT.
005420     EXIT.
005430 7300-FORMER-LIGNE.
005440     MOVE W-BASE-NETTE TO W-MT-EDIT-5.
005450     MOVE W-TVA-NETTE TO W-MT-EDIT-6.
005460     MOVE SPACES TO W-LIGNE-TRAVAIL.
005470     STRING W-COETBL-EDIT DELIMITED BY SIZE
005480         ' ' DELIMITED BY SIZE
005490         W-MT-EDIT-1 DELIMITED BY SIZE
005500         ' ' DELIMITED BY SIZE
005510         W-MT-EDIT-2 DELIMITED BY SIZE
005520         ' ' DELIMITED BY SIZE
005530         W-MT-EDIT-3 DELIMITED BY SIZE
005540         ' ' DELIMITED BY SIZE
005550         W-MT-EDIT-4 DELIMITED BY SIZE
005560         ' ' DELIMITED BY SIZE
005570         W-MT-EDIT-5 DELIMITED BY SIZE
005580         ' ' DELIMITED BY SIZE
005590         W-MT-EDIT-6 DELIMITED BY SIZE
005600         INTO W-LIGNE-TRAVAIL
005610     END-STRING.
005620     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
005630 7300-EXIT.
005640     EXIT.
005650*****************************************************************
005660*    7500-EDITER-DECLARATION - MONTANTS A REPORTER : PAR TAUX,
005670*    BASE HT NETTE DES AVOIRS ET TAXE DUE ARRONDIES A L'EURO,
005680*    PUIS LE TOTAL DE LA TVA BRUTE.
005690*****************************************************************
005700 7500-EDITER-DECLARATION.
005710     MOVE 'MONTANTS A REPORTER SUR LA DECLARATION (EUROS)'
005720        TO W-LIGNE-TRAVAIL.
005730     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
005740     MOVE ZERO TO W-TOT-TVA-EUROS.
005750     IF W-NB-TAUX > ZERO
005760        PERFORM 7510-EDITER-LIGNE-TAUX THRU 7510-EXIT
005770           VARYING W-IDX-TX FROM 1 BY 1
005780           UNTIL W-IDX-TX > W-NB-TAUX
005790     END-IF.
005800     MOVE W-TOT-TVA-EUROS TO W-EUROS-EDIT-2.
005810     MOVE SPACES TO W-LIGNE-TRAVAIL.
005820     STRING '  TOTAL DE LA TVA BRUTE DUE            '
005830         DELIMITED BY SIZE
005840         '                   TAXE ' DELIMITED BY SIZE
005850         W-EUROS-EDIT-2 DELIMITED BY SIZE
005860         INTO W-LIGNE-TRAVAIL
005870     END-STRING.
005880     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
005890     MOVE SPACES TO W-LIGNE-TRAVAIL.
005900     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
005910 7500-EXIT.
005920     EXIT.
005930 7510-EDITER-LIGNE-TAUX.
005940     COMPUTE W-BASE-EUROS ROUNDED = W-TX-HT-FACT (W-IDX-TX)
005950        - W-TX-HT-AVOIR (W-IDX-TX).
005960     COMPUTE W-TVA-EUROS ROUNDED = W-TX-TVA-FACT (W-IDX-TX)
005970        - W-TX-TVA-AVOIR (W-IDX-TX).
005980     ADD W-TVA-EUROS TO W-TOT-TVA-EUROS.
005990     MOVE W-TX-TAUX (W-IDX-TX) TO W-TAUX-EDIT.
006000     MOVE W-BASE-EUROS TO W-EUROS-EDIT-1.
006010     MOVE W-TVA-EUROS TO W-EUROS-EDIT-2.
006020     MOVE SPACES TO W-LIGNE-TRAVAIL.
006030     STRING '  OPERATIONS IMPOSABLES AU TAUX ' DELIMITED BY SIZE
006040         W-TAUX-EDIT DELIMITED BY SIZE
006050         ' %  BASE ' DELIMITED BY SIZE
006060         W-EUROS-EDIT-1 DELIMITED BY SIZE
006070         '  TAXE ' DELIMITED BY SIZE
006080         W-EUROS-EDIT-2 DELIMITED BY SIZE
006090         INTO W-LIGNE-TRAVAIL
006100     END-STRING.
006110     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
006120 7510-EXIT.
006130     EXIT.
006140*****************************************************************
006150*    7700-EDITER-RAPPROCHEMENT - TVA DU REGISTRE CONTRE TVA
006160*    COMPTABILISEE : FACTURES, AVOIRS, AUTRES MOUVEMENTS DU
006170*    COMPTE ET NET. TOUT ECART : CODE 4.
006180*****************************************************************
006190 7700-EDITER-RAPPROCHEMENT.
006200     MOVE SPACES TO W-LIGNE-TRAVAIL.
006210     STRING 'RAPPROCHEMENT AVEC LE COMPTE DE TVA COLLECTEE '
006220         DELIMITED BY SIZE
006230         W-COMPTE-TVA DELIMITED BY SIZE
006240         INTO W-LIGNE-TRAVAIL
006250     END-STRING.
006260     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
006270     IF W-COMPTE-TVA = SPACES
006280        MOVE '  COMPTE DE TVA NON DEFINI - RAPPROCHEMENT NON '
006290           TO W-LIGNE-TRAVAIL
006300        MOVE 'EFFECTUE' TO W-LIGNE-TRAVAIL (49:)
006310        PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT
006320        GO TO 7700-EXIT
006330     END-IF.
006340     MOVE SPACES TO W-LIGNE-TRAVAIL.
006350     MOVE 'REGISTRE' TO W-LIGNE-TRAVAIL (31:8).
006360     MOVE 'GRAND LIVRE' TO W-LIGNE-TRAVAIL (45:11).
006370     MOVE 'ECART' TO W-LIGNE-TRAVAIL (68:5).
006380     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
006390     MOVE '  TVA DES FACTURES' TO W-LIBELLE-EDIT.
006400     MOVE W-REG-TVA-FACT TO W-MT-REGISTRE.
006410     MOVE W-GL-TVA-FACT TO W-MT-GRAND-LIVRE.
006420     PERFORM 7710-LIGNE-RAPPROCHEMENT THRU 7710-EXIT.
006430     MOVE '  TVA DES AVOIRS' TO W-LIBELLE-EDIT.
006440     MOVE W-REG-TVA-AVOIR TO W-MT-REGISTRE.
006450     MOVE W-GL-TVA-AVOIR TO W-MT-GRAND-LIVRE.
006460     PERFORM 7710-LIGNE-RAPPROCHEMENT THRU 7710-EXIT.
006470     MOVE '  AUTRES MOUVEMENTS' TO W-LIBELLE-EDIT.
006480     MOVE ZERO TO W-MT-REGISTRE.
006490     MOVE W-GL-TVA-AUTRES TO W-MT-GRAND-LIVRE.
006500     PERFORM 7710-LIGNE-RAPPROCHEMENT THRU 7710-EXIT.
006510     COMPUTE W-REG-TVA-NETTE = W-REG-TVA-FACT - W-REG-TVA-AVOIR.
006520     COMPUTE W-GL-TVA-NETTE = W-GL-TVA-FACT - W-GL-TVA-AVOIR
006530        + W-GL-TVA-AUTRES.
006540     MOVE '  TVA NETTE' TO W-LIBELLE-EDIT.
006550     MOVE W-REG-TVA-NETTE TO W-MT-REGISTRE.
006560     MOVE W-GL-TVA-NETTE TO W-MT-GRAND-LIVRE.
006570     PERFORM 7710-LIGNE-RAPPROCHEMENT THRU 7710-EXIT.
006580 7700-EXIT.
006590     EXIT.
006600 7710-LIGNE-RAPPROCHEMENT.
006610     COMPUTE W-ECART = W-MT-GRAND-LIVRE - W-MT-REGISTRE.
006620     IF W-ECART NOT = ZERO
006630        MOVE 'O' TO W-ECART-SW
006640     END-IF.
006650     MOVE W-MT-REGISTRE TO W-MT-EDIT-1.
006660     MOVE W-MT-GRAND-LIVRE TO W-MT-EDIT-2.
006670     MOVE W-ECART TO W-MT-EDIT-3.
006680     MOVE SPACES TO W-LIGNE-TRAVAIL.
006690     STRING W-LIBELLE-EDIT DELIMITED BY SIZE
006700         W-MT-EDIT-1 DELIMITED BY SIZE
006710         ' ' DELIMITED BY SIZE
006720         W-MT-EDIT-2 DELIMITED BY SIZE
006730         ' ' DELIMITED BY SIZE
006740         W-MT-EDIT-3 DELIMITED BY SIZE
006750         INTO W-LIGNE-TRAVAIL
006760     END-STRING.
006770     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
006780 7710-EXIT.
006790     EXIT.
006800 7900-ECRIRE-LIGNE.
006810     MOVE W-LIGNE-TRAVAIL TO TV-RPRT-LIGNE.
006820     WRITE TV-RPRT-LIGNE.
006830 7900-EXIT.
006840     EXIT.
006850 8000-TERMINE.
006860     CLOSE TV-RPRT.
006870     MOVE W-NB-PIECES TO W-NB-EDIT.
006880     DISPLAY 'HZTV0001 - PIECES DE LA PERIODE : ' W-NB-EDIT.
006890     MOVE W-NB-HORS-PERIODE TO W-NB-EDIT.
006900     DISPLAY 'HZTV0001 - PIECES HORS PERIODE  : ' W-NB-EDIT.
006910     IF ECART-CONSTATE
006920        DISPLAY 'HZTV0001 - ECART ENTRE REGISTRE ET GRAND LIVRE'
006930        IF RETURN-CODE < 4
006940           MOVE 4 TO RETURN-CODE
006950        END-IF
006960     END-IF.
006970 8000-EXIT.
006980     EXIT.
