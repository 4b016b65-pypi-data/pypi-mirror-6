000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZRA0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. RAPPROCHEMENT MENSUEL DE L'AUXILIAIRE CLIENTS AVEC LE
000080     GRAND LIVRE, EN AVAL DE LA CLOTURE HZCL0001. L'AUXILIAIRE
000090     EST LE RESTE DU (TTC - REGLE) DES POSTES OUVERTS HORS
000100     PERTE 'I', TOTALISE PAR ETABLISSEMENT SUR OUV-ITEMS (FIN DU
000110     MOIS) ET OUV-PREC (FIN DU MOIS PRECEDENT). LE GRAND LIVRE
000120     EST LE SOLDE DES COMPTES CLIENTS DU PLAN CPT-MAP (DEBIT DE
000130     'FACT', CREDIT DE 'PERTE', DEBIT DE 'RECUP') DANS SOLDE-OUV
000140     ET SOLDE-CLO. L'ECART DE CLOTURE EST EXPLIQUE PAR L'ECART
000150     D'OUVERTURE PLUS, POUR CHAQUE ORIGINE, LA DIFFERENCE ENTRE LE
000160     MOUVEMENT DU GRAND LIVRE (ECRITURES GL-MOIS SUR LES COMPTES
000170     CLIENTS, RECONNUES A LEUR LIBELLE) ET LE MOUVEMENT DE
000180     L'AUXILIAIRE DE LA PERIODE DE RA-PARM : FACTURES
000190     (OUV-ITEMS DATES DE LA PERIODE), LIGNES D'INTERETS (INT-MOIS,
000200     PORTEES PAR LES FACTURES), PAIEMENTS (BQ-MOIS), RETOURS
000210     BANCAIRES (RET-MOIS), PERTES (PP-REG) ET RECOUVREMENTS,
000220     AVOIRS (AV-MOIS), AUTRES ECRITURES. LE RELIQUAT EST L'ECART
000230     INEXPLIQUE. RAPPORT RA-RPRT ; CODE RETOUR 4 SI UN ECART
000240     INEXPLIQUE SUBSISTE.
000250*****************************************************************
000260*    HISTORIQUE DES MODIFICATIONS
000270*    --------------------------------------------------------
000280*    DATE       AUTEUR  DESCRIPTION
000290*    --------   ------  -------------------------------------
000300*    15/10/2026 EBA     CREATION.
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RA-PARM ASSIGN TO RAPARM
000410         ORGANIZATION SEQUENTIAL
000420         FILE STATUS W-RA-PARM-STATUS.
000430     SELECT OUV-ITEMS ASSIGN TO OUVITEMS
000440         ORGANIZATION SEQUENTIAL
000450         FILE STATUS W-OUV-ITEMS-STATUS.
000460     SELECT OUV-PREC ASSIGN TO OUVPREC
000470         ORGANIZATION SEQUENTIAL
000480         FILE STATUS W-OUV-PREC-STATUS.
000490     SELECT CPT-MAP ASSIGN TO CPTMAP
000500         ORGANIZATION SEQUENTIAL
000510         FILE STATUS W-CPT-MAP-STATUS.
000520     SELECT SOLDE-OUV ASSIGN TO SOLDEOUV
000530         ORGANIZATION SEQUENTIAL
000540         FILE STATUS W-SOLDE-OUV-STATUS.
000550     SELECT SOLDE-CLO ASSIGN TO SOLDECLO
000560         ORGANIZATION SEQUENTIAL
000570         FILE STATUS W-SOLDE-CLO-STATUS.
000580     SELECT GL-MOIS ASSIGN TO GLMOIS
000590         ORGANIZATION SEQUENTIAL
000600         FILE STATUS W-GL-MOIS-STATUS.
000610     SELECT BQ-MOIS ASSIGN TO BQMOIS
000620         ORGANIZATION SEQUENTIAL
000630         FILE STATUS W-BQ-MOIS-STATUS.
000640     SELECT RET-MOIS ASSIGN TO RETMOIS
000650         ORGANIZATION SEQUENTIAL
000660         FILE STATUS W-RET-MOIS-STATUS.
000670     SELECT INT-MOIS ASSIGN TO INTMOIS
000680         ORGANIZATION SEQUENTIAL
000690         FILE STATUS W-INT-MOIS-STATUS.
000700     SELECT PP-REG ASSIGN TO PPREG
000710         ORGANIZATION SEQUENTIAL
000720         FILE STATUS W-PP-REG-STATUS.
000730     SELECT AV-MOIS ASSIGN TO AVMOIS
000740         ORGANIZATION SEQUENTIAL
000750         FILE STATUS W-AV-MOIS-STATUS.
000760     SELECT RA-RPRT ASSIGN TO RARPRT
000770         ORGANIZATION SEQUENTIAL
000780         FILE STATUS W-RA-RPRT-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810*****************************************************************
000820*    RA-PARM - PERIODE RAPPROCHEE (PREMIER ET DERNIER JOUR).
000830*****************************************************************
000840 FD  RA-PARM
000850     LABEL RECORD STANDARD
000860     DATA RECORD RA-PARM-LIGNE.
000870 01  RA-PARM-LIGNE.
000880     05  RP-DATE-DEBUT           PIC 9(08).
000890     05  RP-DATE-FIN             PIC 9(08).
000900*****************************************************************
000910*    OUV-ITEMS / OUV-PREC - POSTES OUVERTS DE FIN DE MOIS ET DE
000920*    FIN DU MOIS PRECEDENT, MEME DESSIN QUE DANS HZFC0001.
000930*****************************************************************
000940 FD  OUV-ITEMS
000950     LABEL RECORD STANDARD
000960     DATA RECORD OUV-ITEMS-LIGNE.
000970 01  OUV-ITEMS-LIGNE.
000980     05  OV-NUMERO-FACTURE       PIC 9(08).
000990     05  OV-COADHF               PIC X(09).
001000     05  OV-COETBL               PIC X(05).
001010     05  OV-DATE-FACTURE         PIC 9(08).
001020     05  OV-MONTANT-TTC          PIC S9(11)V99
001030                                 SIGN LEADING SEPARATE.
001040     05  OV-MONTANT-REGLE        PIC S9(11)V99
001050                                 SIGN LEADING SEPARATE.
001060     05  OV-STATUT               PIC X(01).
001070 FD  OUV-PREC
001080     LABEL RECORD STANDARD
001090     DATA RECORD OUV-PREC-LIGNE.
001100 01  OUV-PREC-LIGNE.
001110     05  OP-NUMERO-FACTURE       PIC 9(08).
001120     05  OP-COADHF               PIC X(09).
001130     05  OP-COETBL               PIC X(05).
001140     05  OP-DATE-FACTURE         PIC 9(08).
001150     05  OP-MONTANT-TTC          PIC S9(11)V99
001160                                 SIGN LEADING SEPARATE.
001170     05  OP-MONTANT-REGLE        PIC S9(11)V99
001180                                 SIGN LEADING SEPARATE.
001190     05  OP-STATUT               PIC X(01).
001200 FD  CPT-MAP
001210     LABEL RECORD STANDARD
001220     DATA RECORD CPT-MAP-LIGNE.
001230 01  CPT-MAP-LIGNE.
001240     05  CM-COANAL               PIC X(05).
001250     05  CM-COMPTE-DEBIT         PIC X(10).
001260     05  CM-COMPTE-CREDIT        PIC X(10).
001270     05  CM-ENTITE               PIC X(02).
001280*****************************************************************
001290*    SOLDE-OUV / SOLDE-CLO - SOLDES PAR COMPTE DE HZCL0001
001300*    (POSITIF = SOLDE DEBITEUR).
001310*****************************************************************
001320 FD  SOLDE-OUV
001330     LABEL RECORD STANDARD
001340     DATA RECORD SOLDE-OUV-LIGNE.
001350 01  SOLDE-OUV-LIGNE.
001360     05  SOO-COMPTE              PIC X(10).
001370     05  SOO-SOLDE               PIC S9(13)V99
001380                                 SIGN LEADING SEPARATE.
001390 FD  SOLDE-CLO
001400     LABEL RECORD STANDARD
001410     DATA RECORD SOLDE-CLO-LIGNE.
001420 01  SOLDE-CLO-LIGNE.
001430     05  SC-COMPTE               PIC X(10).
001440     05  SC-SOLDE                PIC S9(13)V99
001450                                 SIGN LEADING SEPARATE.
001460*****************************************************************
001470*    GL-MOIS - CONCATENATION DES GL-POST DU MOIS, MEME DESSIN
001480*    QUE DANS HZCL0001.
001490*****************************************************************
001500 FD  GL-MOIS
001510     LABEL RECORD STANDARD
001520     DATA RECORD GL-MOIS-LIGNE.
001530 01  GL-MOIS-LIGNE.
001540     05  GM-DATE                 PIC 9(08).
001550     05  GM-COMPTE               PIC X(10).
001560     05  GM-SENS                 PIC X(01).
001570     05  GM-MONTANT              PIC S9(11)V99
001580                                 SIGN LEADING SEPARATE.
001590     05  GM-LIBELLE              PIC X(30).
001600*****************************************************************
001610*    BQ-MOIS - RELEVES BANQUE DU MOIS, MEME DESSIN QUE BANQUE
001620*    DANS HZPM0001.
001630*****************************************************************
001640 FD  BQ-MOIS
001650     LABEL RECORD STANDARD
001660     DATA RECORD BQ-MOIS-LIGNE.
001670 01  BQ-MOIS-LIGNE.
001680     05  BQ-DATE                 PIC 9(08).
001690     05  BQ-NUMERO-FACTURE       PIC 9(08).
001700     05  BQ-COADHF               PIC X(09).
001710     05  BQ-MONTANT              PIC S9(11)V99
001720                                 SIGN LEADING SEPARATE.
001730     05  BQ-LIBELLE              PIC X(30).
001740*****************************************************************
001750*    RET-MOIS - RETOURS BANCAIRES DU MOIS, MEME DESSIN QUE
001760*    RETOUR DANS HZRB0001.
001770*****************************************************************
001780 FD  RET-MOIS
001790     LABEL RECORD STANDARD
001800     DATA RECORD RET-MOIS-LIGNE.
001810 01  RET-MOIS-LIGNE.
001820     05  RT-DATE                 PIC 9(08).
001830     05  RT-COADHF               PIC X(09).
001840     05  RT-NUMERO-FACTURE       PIC 9(08).
001850     05  RT-MONTANT              PIC S9(11)V99
001860                                 SIGN LEADING SEPARATE.
001870     05  RT-CODE-MOTIF           PIC X(04).
001880*****************************************************************
001890*    INT-MOIS - FICHIERS INT-PREF DU MOIS (HZIN0001) : SEULS LES
001900*    DETAILS '02' SONT LUS.
001910*****************************************************************
001920 FD  INT-MOIS
001930     LABEL RECORD STANDARD
001940     DATA RECORD INT-MOIS-ENREG.
001950 01  INT-MOIS-ENREG.
001960     05  IM-TYPE                 PIC X(02).
001970     05  IM-COADHF               PIC X(09).
001980     05  IM-COTRTO               PIC X(05).
001990     05  IM-CETRTF               PIC X(05).
002000     05  IM-CLE                  PIC X(08).
002010     05  IM-QUANTITE             PIC 9(04)V99.
002020     05  IM-TAUX                 PIC 9(05)V99.
002030     05  IM-MONTANT              PIC S9(09)V99
002040                                 SIGN LEADING SEPARATE.
002050     05  FILLER                  PIC X(06).
002060*****************************************************************
002070*    PP-REG - REGISTRE DES PASSAGES EN PERTE (HZPP0001).
002080*****************************************************************
002090 FD  PP-REG
002100     LABEL RECORD STANDARD
002110     DATA RECORD PP-REG-LIGNE.
002120 01  PP-REG-LIGNE.
002130     05  PR-DATE                 PIC 9(08).
002140     05  PR-NUMERO-FACTURE       PIC 9(08).
002150     05  PR-COADHF               PIC X(09).
002160     05  PR-COETBL               PIC X(05).
002170     05  PR-MONTANT              PIC S9(11)V99
002180                                 SIGN LEADING SEPARATE.
002190     05  PR-APPROBATEUR          PIC X(08).
002200     05  PR-MOTIF                PIC X(40).
002210*****************************************************************
002220*    AV-MOIS - IMPUTATIONS D'AVOIRS DU MOIS (AV-IMP DE HZFC0001).
002230*****************************************************************
002240 FD  AV-MOIS
002250     LABEL RECORD STANDARD
002260     DATA RECORD AV-MOIS-LIGNE.
002270 01  AV-MOIS-LIGNE.
002280     05  AI-NUMERO-AVOIR         PIC 9(08).
002290     05  AI-NUMERO-FACTURE       PIC 9(08).
002300     05  AI-COADHF               PIC X(09).
002310     05  AI-DATE                 PIC 9(08).
002320     05  AI-MONTANT-TTC          PIC S9(11)V99
002330                                 SIGN LEADING SEPARATE.
002340 FD  RA-RPRT
002350     LABEL RECORD STANDARD
002360     DATA RECORD RA-RPRT-LIGNE.
002370 01  RA-RPRT-LIGNE               PIC X(132).
002380 WORKING-STORAGE SECTION.
002390 01  W-RA-PARM-STATUS            PIC XX.
002400     88  RA-PARM-OK              VALUE '00'.
002410 01  W-OUV-ITEMS-STATUS          PIC XX.
002420     88  OUV-ITEMS-OK            VALUE '00'.
002430 01  W-OUV-PREC-STATUS           PIC XX.
002440     88  OUV-PREC-OK             VALUE '00'.
002450 01  W-CPT-MAP-STATUS            PIC XX.
002460     88  CPT-MAP-OK              VALUE '00'.
002470 01  W-SOLDE-OUV-STATUS          PIC XX.
002480     88  SOLDE-OUV-OK            VALUE '00'.
002490 01  W-SOLDE-CLO-STATUS          PIC XX.
002500     88  SOLDE-CLO-OK            VALUE '00'.
002510 01  W-GL-MOIS-STATUS            PIC XX.
002520     88  GL-MOIS-OK              VALUE '00'.
002530 01  W-BQ-MOIS-STATUS            PIC XX.
002540     88  BQ-MOIS-OK              VALUE '00'.
002550 01  W-RET-MOIS-STATUS           PIC XX.
002560     88  RET-MOIS-OK             VALUE '00'.
002570 01  W-INT-MOIS-STATUS           PIC XX.
002580     88  INT-MOIS-OK             VALUE '00'.
002590 01  W-PP-REG-STATUS             PIC XX.
002600     88  PP-REG-OK               VALUE '00'.
002610 01  W-AV-MOIS-STATUS            PIC XX.
002620     88  AV-MOIS-OK              VALUE '00'.
002630 01  W-RA-RPRT-STATUS            PIC XX.
002640 01  W-FIN-LECTURE               PIC X VALUE 'N'.
002650     88  FIN-LECTURE             VALUE 'O'.
002660 01  W-DATE-DEBUT                PIC 9(08) VALUE ZERO.
002670 01  W-DATE-FIN                  PIC 9(08) VALUE 99999999.
002680*****************************************************************
002690*    COMPTES CLIENTS DU PLAN (10 AU PLUS, SANS DOUBLON).
002700*****************************************************************
002710 01  W-NB-CLIENTS                PIC 9(02) COMP VALUE ZERO.
002720 01  W-TAB-CLIENTS.
002730     05  W-CC-COMPTE OCCURS 10 TIMES
002740             INDEXED BY W-IDX-CC  PIC X(10).
002750 01  W-COMPTE-COURANT            PIC X(10) VALUE SPACES.
002760 01  W-COMPTE-CLIENT-SW          PIC X VALUE 'N'.
002770     88  COMPTE-CLIENT           VALUE 'O'.
002780*****************************************************************
002790*    AUXILIAIRE PAR ETABLISSEMENT (50 AU PLUS).
002800*****************************************************************
002810 01  W-NB-ETAB                   PIC 9(04) COMP VALUE ZERO.
002820 01  W-TAB-ETAB.
002830     05  W-ET-ENTREE OCCURS 50 TIMES
002840             INDEXED BY W-IDX-ET.
002850         10  W-ET-COETBL         PIC X(05).
002860         10  W-ET-OUVERTURE      PIC S9(13)V99 COMP-3.
002870         10  W-ET-FACTURES       PIC S9(13)V99 COMP-3.
002880         10  W-ET-PERTES         PIC S9(13)V99 COMP-3.
002890         10  W-ET-CLOTURE        PIC S9(13)V99 COMP-3.
002900 01  W-COETBL-COURANT            PIC X(05) VALUE SPACES.
002910 01  W-ETAB-TROUVE-SW            PIC X VALUE 'N'.
002920     88  ETAB-TROUVE             VALUE 'O'.
002930*****************************************************************
002940*    ORIGINES DES MOUVEMENTS : MOUVEMENT AUXILIAIRE (+ = LA
002950*    CREANCE AUGMENTE) ET MOUVEMENT GRAND LIVRE (DEBIT - CREDIT
002960*    DES COMPTES CLIENTS). ECART = GRAND LIVRE - AUXILIAIRE.
002970*****************************************************************
002980 01  W-TAB-ORIGINES.
002990     05  W-OR-ENTREE OCCURS 8 TIMES.
003000         10  W-OR-AUXILIAIRE     PIC S9(13)V99 COMP-3.
003010         10  W-OR-GRAND-LIVRE    PIC S9(13)V99 COMP-3.
003020 01  W-LIBELLES-ORIGINES.
003030     05  FILLER                  PIC X(24) VALUE
003040         'FACTURES'.
003050     05  FILLER                  PIC X(24) VALUE
003060         'LIGNES D''INTERETS'.
003070     05  FILLER                  PIC X(24) VALUE
003080         'PAIEMENTS'.
003090     05  FILLER                  PIC X(24) VALUE
003100         'RETOURS BANCAIRES'.
003110     05  FILLER                  PIC X(24) VALUE
003120         'PASSAGES EN PERTE'.
003130     05  FILLER                  PIC X(24) VALUE
003140         'RECOUVREMENTS DE PERTES'.
003150     05  FILLER                  PIC X(24) VALUE
003160         'AVOIRS'.
003170     05  FILLER                  PIC X(24) VALUE
003180         'AUTRES ECRITURES'.
003190 01  W-LIBELLES-ORIGINES-R REDEFINES W-LIBELLES-ORIGINES.
003200     05  W-OR-LIBELLE            PIC X(24) OCCURS 8 TIMES.
003210 01  W-ORIGINE                   PIC 9(02) COMP VALUE ZERO.
003220     88  ORIG-FACTURES           VALUE 1.
003230     88  ORIG-INTERETS           VALUE 2.
003240     88  ORIG-PAIEMENTS          VALUE 3.
003250     88  ORIG-RETOURS            VALUE 4.
003260     88  ORIG-PERTES             VALUE 5.
003270     88  ORIG-RECOUVREMENTS      VALUE 6.
003280     88  ORIG-AVOIRS             VALUE 7.
003290     88  ORIG-AUTRES             VALUE 8.
003300 01  W-IDX-OR                    PIC 9(02) COMP VALUE ZERO.
003310*****************************************************************
003320*    SOLDES ET ECARTS.
003330*****************************************************************
003340 01  W-AUX-OUVERTURE             PIC S9(13)V99 COMP-3 VALUE 0.
003350 01  W-AUX-CLOTURE               PIC S9(13)V99 COMP-3 VALUE 0.
003360 01  W-GL-OUVERTURE              PIC S9(13)V99 COMP-3 VALUE 0.
003370 01  W-GL-CLOTURE                PIC S9(13)V99 COMP-3 VALUE 0.
003380 01  W-ECART-OUVERTURE           PIC S9(13)V99 COMP-3 VALUE 0.
003390 01  W-ECART-CLOTURE             PIC S9(13)V99 COMP-3 VALUE 0.
003400 01  W-ECART-ORIGINE             PIC S9(13)V99 COMP-3 VALUE 0.
003410 01  W-ECART-EXPLIQUE            PIC S9(13)V99 COMP-3 VALUE 0.
003420 01  W-ECART-INEXPLIQUE          PIC S9(13)V99 COMP-3 VALUE 0.
003430 01  W-RESTE-DU                  PIC S9(11)V99 COMP-3 VALUE 0.
003440 01  W-MONTANT-GL                PIC S9(13)V99 COMP-3 VALUE 0.
003450 01  W-MT-EDIT-1                 PIC -(12)9,99.
003460 01  W-MT-EDIT-2                 PIC -(12)9,99.
003470 01  W-MT-EDIT-3                 PIC -(12)9,99.
003480 01  W-MT-EDIT-4                 PIC -(12)9,99.
003490 01  W-LIGNE-TRAVAIL             PIC X(132).
003500 PROCEDURE DIVISION.
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALISE THRU 1000-EXIT.
003530     PERFORM 1500-CHARGER-PLAN THRU 1500-EXIT.
003540     PERFORM 2000-AUXILIAIRE-CLOTURE THRU 2000-EXIT.
003550     PERFORM 2100-AUXILIAIRE-OUVERTURE THRU 2100-EXIT.
003560     PERFORM 2200-SOLDES-GRAND-LIVRE THRU 2200-EXIT.
003570     PERFORM 3000-MOUVEMENTS-GRAND-LIVRE THRU 3000-EXIT.
003580     PERFORM 4000-MOUVEMENTS-AUXILIAIRE THRU 4000-EXIT.
003590     PERFORM 7000-EDITER-RAPPROCHEMENT THRU 7000-EXIT.
003600     PERFORM 8000-TERMINE THRU 8000-EXIT.
003610     GOBACK.
003620*****************************************************************
003630*    1000-INITIALISE - PERIODE DE RA-PARM. PARAMETRE ABSENT :
003640*    TOUTES LES DATES SONT RETENUES (SIGNALE).
003650*****************************************************************
003660 1000-INITIALISE.
003670     OPEN OUTPUT RA-RPRT.
003680     INITIALIZE W-TAB-ORIGINES.
003690     OPEN INPUT RA-PARM.
003700     IF NOT RA-PARM-OK
003710        DISPLAY 'HZRA0001 - RA-PARM INDISPONIBLE, PERIODE NON '
003720            'BORNEE - STATUT ' W-RA-PARM-STATUS
003730        MOVE 4 TO RETURN-CODE
003740        GO TO 1000-EXIT
003750     END-IF.
003760     READ RA-PARM
003770        AT END
003780           DISPLAY 'HZRA0001 - RA-PARM VIDE, PERIODE NON BORNEE'
003790           MOVE 4 TO RETURN-CODE
003800        NOT AT END
003810           MOVE RP-DATE-DEBUT TO W-DATE-DEBUT
003820           MOVE RP-DATE-FIN TO W-DATE-FIN
003830     END-READ.
003840     CLOSE RA-PARM.
003850 1000-EXIT.
003860     EXIT.
003870*****************************************************************
003880*    1500-CHARGER-PLAN - COMPTES CLIENTS : DEBIT DE 'FACT'
003890*    (HZFC0001), CREDIT DE 'PERTE' (HZPP0001), DEBIT DE 'RECUP'
003900*    (HZPM0001).
003910*****************************************************************
003920 1500-CHARGER-PLAN.
003930     OPEN INPUT CPT-MAP.
003940     IF NOT CPT-MAP-OK
003950        DISPLAY 'HZRA0001 - CPT-MAP INDISPONIBLE - STATUT '
003960            W-CPT-MAP-STATUS
003970        MOVE 8 TO RETURN-CODE
003980        GO TO 1500-EXIT
003990     END-IF.
004000     MOVE 'N' TO W-FIN-LECTURE.
004010     PERFORM 1510-LIRE-PLAN THRU 1510-EXIT
004020        UNTIL FIN-LECTURE.
004030     CLOSE CPT-MAP.
004040     IF W-NB-CLIENTS = ZERO
004050        DISPLAY 'HZRA0001 - AUCUN COMPTE CLIENT DANS CPT-MAP '
004060            '(ENTREE FACT ABSENTE)'
004070        MOVE 8 TO RETURN-CODE
004080     END-IF.
004090 1500-EXIT.
004100     EXIT.
004110 1510-LIRE-PLAN.
004120     READ CPT-MAP
004130        AT END
004140           MOVE 'O' TO W-FIN-LECTURE
004150           GO TO 1510-EXIT
004160     END-READ.
004170     EVALUATE CM-COANAL
004180        WHEN 'FACT'
004190           MOVE CM-COMPTE-DEBIT TO W-COMPTE-COURANT
004200        WHEN 'PERTE'
004210           MOVE CM-COMPTE-CREDIT TO W-COMPTE-COURANT
004220        WHEN 'RECUP'
004230           MOVE CM-COMPTE-DEBIT TO W-COMPTE-COURANT
004240        WHEN OTHER
004250           GO TO 1510-EXIT
004260     END-EVALUATE.
004270     IF W-COMPTE-COURANT = SPACES
004280        GO TO 1510-EXIT
004290     END-IF.
004300     PERFORM 1600-TESTER-COMPTE-CLIENT THRU 1600-EXIT.
004310     IF COMPTE-CLIENT
004320        GO TO 1510-EXIT
004330     END-IF.
004340     IF W-NB-CLIENTS < 10
004350        ADD 1 TO W-NB-CLIENTS
004360        MOVE W-COMPTE-COURANT TO W-CC-COMPTE (W-NB-CLIENTS)
004370     END-IF.
004380 1510-EXIT.
004390     EXIT.
004400 1600-TESTER-COMPTE-CLIENT.
004410     MOVE 'N' TO W-COMPTE-CLIENT-SW.
004420     IF W-NB-CLIENTS = ZERO
004430        GO TO 1600-EXIT
004440     END-IF.
004450     SET W-IDX-CC TO 1.
004460     SEARCH W-CC-COMPTE
004470        AT END
004480           CONTINUE
004490        WHEN W-IDX-CC > W-NB-CLIENTS
004500           CONTINUE
004510        WHEN W-CC-COMPTE (W-IDX-CC) = W-COMPTE-COURANT
004520           MOVE 'O' TO W-COMPTE-CLIENT-SW
004530     END-SEARCH.
004540 1600-EXIT.
004550     EXIT.
004560*****************************************************************
004570*    2000-AUXILIAIRE-CLOTURE - RESTE DU DES POSTES DE FIN DE
004580*    MOIS PAR ETABLISSEMENT, ET FACTURES DATEES DE LA PERIODE
004590*    (MOUVEMENT AUXILIAIRE D'ORIGINE FACTURES).
004600*****************************************************************
004610 2000-AUXILIAIRE-CLOTURE.
004620     OPEN INPUT OUV-ITEMS.
004630     IF NOT OUV-ITEMS-OK
004640        DISPLAY 'HZRA0001 - OUV-ITEMS INDISPONIBLE - STATUT '
004650            W-OUV-ITEMS-STATUS
004660        MOVE 8 TO RETURN-CODE
004670        GO TO 2000-EXIT
004680     END-IF.
004690     MOVE 'N' TO W-FIN-LECTURE.
004700     PERFORM 2010-LIRE-POSTE THRU 2010-EXIT
004710        UNTIL FIN-LECTURE.
004720     CLOSE OUV-ITEMS.
004730 2000-EXIT.
004740     EXIT.
004750 2010-LIRE-POSTE.
004760     READ OUV-ITEMS
004770        AT END
004780           MOVE 'O' TO W-FIN-LECTURE
004790           GO TO 2010-EXIT
004800     END-READ.
004810     MOVE OV-COETBL TO W-COETBL-COURANT.
004820     PERFORM 5000-CHERCHER-ETAB THRU 5000-EXIT.
004830     IF OV-DATE-FACTURE NOT < W-DATE-DEBUT
004840        AND OV-DATE-FACTURE NOT > W-DATE-FIN
004850        ADD OV-MONTANT-TTC TO W-OR-AUXILIAIRE (1)
004860        IF ETAB-TROUVE
004870           ADD OV-MONTANT-TTC TO W-ET-FACTURES (W-IDX-ET)
004880        END-IF
004890     END-IF.
004900     IF OV-STATUT = 'I'
004910        GO TO 2010-EXIT
004920     END-IF.
004930     COMPUTE W-RESTE-DU = OV-MONTANT-TTC - OV-MONTANT-REGLE.
004940     ADD W-RESTE-DU TO W-AUX-CLOTURE.
004950     IF ETAB-TROUVE
004960        ADD W-RESTE-DU TO W-ET-CLOTURE (W-IDX-ET)
004970     END-IF.
004980 2010-EXIT.
004990     EXIT.
005000*****************************************************************
005010*    2100-AUXILIAIRE-OUVERTURE - RESTE DU DES POSTES DE FIN DU
005020*    MOIS PRECEDENT. FICHIER ABSENT : OUVERTURE A ZERO (PREMIER
005030*    RAPPROCHEMENT, SIGNALE).
005040*****************************************************************
005050 2100-AUXILIAIRE-OUVERTURE.
005060     OPEN INPUT OUV-PREC.
005070     IF NOT OUV-PREC-OK
005080        DISPLAY 'HZRA0001 - OUV-PREC INDISPONIBLE, AUXILIAIRE '
005090            'D''OUVERTURE A ZERO - STATUT ' W-OUV-PREC-STATUS
005100        GO TO 2100-EXIT
005110     END-IF.
005120     MOVE 'N' TO W-FIN-LECTURE.
005130     PERFORM 2110-LIRE-POSTE-PREC THRU 2110-EXIT
005140        UNTIL FIN-LECTURE.
005150     CLOSE OUV-PREC.
005160 2100-EXIT.
005170     EXIT.
005180 2110-LIRE-POSTE-PREC.
005190     READ OUV-PREC
005200        AT END
005210           MOVE 'O' TO W-FIN-LECTURE
005220           GO TO 2110-EXIT
005230     END-READ.
005240     IF OP-STATUT = 'I'
005250        GO TO 2110-EXIT
005260     END-IF.
005270     COMPUTE W-RESTE-DU = OP-MONTANT-TTC - OP-MONTANT-REGLE.
005280     ADD W-RESTE-DU TO W-AUX-OUVERTURE.
005290     MOVE OP-COETBL TO W-COETBL-COURANT.
005300     PERFORM 5000-CHERCHER-ETAB THRU 5000-EXIT.
005310     IF ETAB-TROUVE
005320        ADD W-RESTE-DU TO W-ET-OUVERTURE (W-IDX-ET)
005330     END-IF.
005340 2110-EXIT.
005350     EXIT.
005360*****************************************************************
005370*    2200-SOLDES-GRAND-LIVRE - SOLDES D'OUVERTURE ET DE CLOTURE
005380*    DES COMPTES CLIENTS (SOLDE-OUV ET SOLDE-CLO DE HZCL0001).
005390*****************************************************************
005400 2200-SOLDES-GRAND-LIVRE.
005410     OPEN INPUT SOLDE-OUV.
005420     IF SOLDE-OUV-OK
005430        MOVE 'N' TO W-FIN-LECTURE
005440        PERFORM 2210-LIRE-SOLDE-OUV THRU 2210-EXIT
005450           UNTIL FIN-LECTURE
005460        CLOSE SOLDE-OUV
005470     ELSE
005480        DISPLAY 'HZRA0001 - SOLDE-OUV INDISPONIBLE, GRAND LIVRE '
005490            'D''OUVERTURE A ZERO - STATUT ' W-SOLDE-OUV-STATUS
005500     END-IF.
005510     OPEN INPUT SOLDE-CLO.
005520     IF SOLDE-CLO-OK
005530        MOVE 'N' TO W-FIN-LECTURE
005540        PERFORM 2220-LIRE-SOLDE-CLO THRU 2220-EXIT
005550           UNTIL FIN-LECTURE
005560        CLOSE SOLDE-CLO
005570     ELSE
005580        DISPLAY 'HZRA0001 - SOLDE-CLO INDISPONIBLE - STATUT '
005590            W-SOLDE-CLO-STATUS
005600        MOVE 8 TO RETURN-CODE
005610     END-IF.
005620 2200-EXIT.
005630     EXIT.
005640 2210-LIRE-SOLDE-OUV.
005650     READ SOLDE-OUV
005660        AT END
005670           MOVE 'O' TO W-FIN-LECTURE
005680           GO TO 2210-EXIT
005690     END-READ.
005700     MOVE SOO-COMPTE TO W-COMPTE-COURANT.
005710     PERFORM 1600-TESTER-COMPTE-CLIENT THRU 1600-EXIT.
005720     IF COMPTE-CLIENT
005730        ADD SOO-SOLDE TO W-GL-OUVERTURE
005740     END-IF.
005750 2210-EXIT.
005760     EXIT.
005770 2220-LIRE-SOLDE-CLO.
005780     READ SOLDE-CLO
005790        AT END
005800           MOVE 'O' TO W-FIN-LECTURE
005810           GO TO 2220-EXIT
005820     END-READ.
005830     MOVE SC-COMPTE TO W-COMPTE-COURANT.
005840     PERFORM 1600-TESTER-COMPTE-CLIENT THRU 1600-EXIT.
005850     IF COMPTE-CLIENT
005860        ADD SC-SOLDE TO W-GL-CLOTURE
005870     END-IF.
005880 2220-EXIT.
005890     EXIT.
005900*****************************************************************
005910*    3000-MOUVEMENTS-GRAND-LIVRE - ECRITURES DU MOIS SUR LES
005920*    COMPTES CLIENTS, CLASSEES PAR ORIGINE SUR LE LIBELLE FIXE DU
005930*    PROGRAMME EMETTEUR.
005940*****************************************************************
005950 3000-MOUVEMENTS-GRAND-LIVRE.
005960     OPEN INPUT GL-MOIS.
005970     IF NOT GL-MOIS-OK
005980        DISPLAY 'HZRA0001 - GL-MOIS INDISPONIBLE - STATUT '
005990            W-GL-MOIS-STATUS
006000        MOVE 8 TO RETURN-CODE
006010        GO TO 3000-EXIT
006020     END-IF.
006030     MOVE 'N' TO W-FIN-LECTURE.
006040     PERFORM 3010-LIRE-ECRITURE THRU 3010-EXIT
006050        UNTIL FIN-LECTURE.
006060     CLOSE GL-MOIS.
006070 3000-EXIT.
006080     EXIT.
006090 3010-LIRE-ECRITURE.
006100     READ GL-MOIS
006110        AT END
006120           MOVE 'O' TO W-FIN-LECTURE
006130           GO TO 3010-EXIT
006140     END-READ.
006150     MOVE GM-COMPTE TO W-COMPTE-COURANT.
006160     PERFORM 1600-TESTER-COMPTE-CLIENT THRU 1600-EXIT.
006170     IF NOT COMPTE-CLIENT
006180        GO TO 3010-EXIT
006190     END-IF.
006200     IF GM-SENS = 'D'
006210        MOVE GM-MONTANT TO W-MONTANT-GL
006220     ELSE
006230        COMPUTE W-MONTANT-GL = ZERO - GM-MONTANT
006240     END-IF.
006250     EVALUATE GM-LIBELLE
006260        WHEN 'FACTURATION CLIENTS TTC'
006270           MOVE 1 TO W-ORIGINE
006280        WHEN 'CREANCES PASSEES EN PERTE'
006290           MOVE 5 TO W-ORIGINE
006300        WHEN 'RECOUVREMENTS CREANCES PERTE'
006310           MOVE 6 TO W-ORIGINE
006320        WHEN 'AVOIRS CLIENTS TTC'
006330           MOVE 7 TO W-ORIGINE
006340        WHEN OTHER
006350           MOVE 8 TO W-ORIGINE
006360     END-EVALUATE.
006370     ADD W-MONTANT-GL TO W-OR-GRAND-LIVRE (W-ORIGINE).
006380 3010-EXIT.
006390     EXIT.
006400*****************************************************************
006410*    4000-MOUVEMENTS-AUXILIAIRE - MOUVEMENTS DE LA PERIODE PAR
006420*    ORIGINE, FICHIER PAR FICHIER (ABSENT = AUCUN MOUVEMENT).
006430*    LES INTERETS SONT FACTURES PAR HZFC0001 : LEUR MONTANT EST
006440*    SORTI DE L'ORIGINE FACTURES, COTE AUXILIAIRE COMME COTE
006450*    GRAND LIVRE, POUR ETRE MONTRE A PART.
006460*****************************************************************
006470 4000-MOUVEMENTS-AUXILIAIRE.
006480     OPEN INPUT BQ-MOIS.
006490     IF BQ-MOIS-OK
006500        MOVE 'N' TO W-FIN-LECTURE
006510        PERFORM 4010-LIRE-PAIEMENT THRU 4010-EXIT
006520           UNTIL FIN-LECTURE
006530        CLOSE BQ-MOIS
006540     ELSE
006550        DISPLAY 'HZRA0001 - BQ-MOIS INDISPONIBLE - STATUT '
006560            W-BQ-MOIS-STATUS
006570     END-IF.
006580     OPEN INPUT RET-MOIS.
006590     IF RET-MOIS-OK
006600        MOVE 'N' TO W-FIN-LECTURE
006610        PERFORM 4020-LIRE-RETOUR THRU 4020-EXIT
006620           UNTIL FIN-LECTURE
006630        CLOSE RET-MOIS
006640     ELSE
006650        DISPLAY 'HZRA0001 - RET-MOIS INDISPONIBLE - STATUT '
006660            W-RET-MOIS-STATUS
006670     END-IF.
006680     OPEN INPUT INT-MOIS.
006690     IF INT-MOIS-OK
006700        MOVE 'N' TO W-FIN-LECTURE
006710        PERFORM 4030-LIRE-INTERET THRU 4030-EXIT
006720           UNTIL FIN-LECTURE
006730        CLOSE INT-MOIS
006740     ELSE
006750        DISPLAY 'HZRA0001 - INT-MOIS INDISPONIBLE - STATUT '
006760            W-INT-MOIS-STATUS
006770     END-IF.
006780     OPEN INPUT PP-REG.
006790     IF PP-REG-OK
006800        MOVE 'N' TO W-FIN-LECTURE
006810        PERFORM 4040-LIRE-PERTE THRU 4040-EXIT
006820           UNTIL FIN-LECTURE
006830        CLOSE PP-REG
006840     ELSE
006850        DISPLAY 'HZRA0001 - PP-REG INDISPONIBLE - STATUT '
006860            W-PP-REG-STATUS
006870     END-IF.
006880     OPEN INPUT AV-MOIS.
006890     IF AV-MOIS-OK
006900        MOVE 'N' TO W-FIN-LECTURE
006910        PERFORM 4050-LIRE-AVOIR THRU 4050-EXIT
006920           UNTIL FIN-LECTURE
006930        CLOSE AV-MOIS
006940     ELSE
006950        DISPLAY 'HZRA0001 - AV-MOIS INDISPONIBLE - STATUT '
006960            W-AV-MOIS-STATUS
006970     END-IF.
006980     SUBTRACT W-OR-AUXILIAIRE (2) FROM W-OR-AUXILIAIRE (1).
006990     MOVE W-OR-AUXILIAIRE (2) TO W-OR-GRAND-LIVRE (2).
007000     SUBTRACT W-OR-GRAND-LIVRE (2) FROM W-OR-GRAND-LIVRE (1).
007010 4000-EXIT.
007020     EXIT.
007030 4010-LIRE-PAIEMENT.
007040     READ BQ-MOIS
007050        AT END
007060           MOVE 'O' TO W-FIN-LECTURE
007070           GO TO 4010-EXIT
007080     END-READ.
007090     IF BQ-DATE NOT < W-DATE-DEBUT AND BQ-DATE NOT > W-DATE-FIN
007100        SUBTRACT BQ-MONTANT FROM W-OR-AUXILIAIRE (3)
007110     END-IF.
007120 4010-EXIT.
007130     EXIT.
007140 4020-LIRE-RETOUR.
007150     READ RET-MOIS
007160        AT END
007170           MOVE 'O' TO W-FIN-LECTURE
007180           GO TO 4020-EXIT
007190     END-READ.
007200     IF RT-DATE NOT < W-DATE-DEBUT AND RT-DATE NOT > W-DATE-FIN
007210        ADD RT-MONTANT TO W-OR-AUXILIAIRE (4)
007220     END-IF.
007230 4020-EXIT.
007240     EXIT.
007250 4030-LIRE-INTERET.
007260     READ INT-MOIS
007270        AT END
007280           MOVE 'O' TO W-FIN-LECTURE
007290           GO TO 4030-EXIT
007300     END-READ.
007310     IF IM-TYPE = '02'
007320        ADD IM-MONTANT TO W-OR-AUXILIAIRE (2)
007330     END-IF.
007340 4030-EXIT.
007350     EXIT.
007360 4040-LIRE-PERTE.
007370     READ PP-REG
007380        AT END
007390           MOVE 'O' TO W-FIN-LECTURE
007400           GO TO 4040-EXIT
007410     END-READ.
007420     IF PR-DATE < W-DATE-DEBUT OR PR-DATE > W-DATE-FIN
007430        GO TO 4040-EXIT
007440     END-IF.
007450     SUBTRACT PR-MONTANT FROM W-OR-AUXILIAIRE (5).
007460     MOVE PR-COETBL TO W-COETBL-COURANT.
007470     PERFORM 5000-CHERCHER-ETAB THRU 5000-EXIT.
007480     IF ETAB-TROUVE
007490        ADD PR-MONTANT TO W-ET-PERTES (W-IDX-ET)
007500     END-IF.
007510 4040-EXIT.
007520     EXIT.
007530 4050-LIRE-AVOIR.
007540     READ AV-MOIS
007550        AT END
007560           MOVE 'O' TO W-FIN-LECTURE
007570           GO TO 4050-EXIT
007580     END-READ.
007590     IF AI-DATE NOT < W-DATE-DEBUT AND AI-DATE NOT > W-DATE-FIN
007600        SUBTRACT AI-MONTANT-TTC FROM W-OR-AUXILIAIRE (7)
007610     END-IF.
007620 4050-EXIT.
007630     EXIT.
007640*****************************************************************
007650*    5000-CHERCHER-ETAB - ENTREE DE L'ETABLISSEMENT COURANT,
007660*    CREEE AU BESOIN (TABLE PLEINE : SIGNALE, CUMUL GLOBAL SEUL).
007670*****************************************************************
007680 5000-CHERCHER-ETAB.
007690     MOVE 'N' TO W-ETAB-TROUVE-SW.
007700     IF W-NB-ETAB > ZERO
007710        SET W-IDX-ET TO 1
007720        SEARCH W-ET-ENTREE
007730           AT END
007740              CONTINUE
007750           WHEN W-IDX-ET > W-NB-ETAB
007760              CONTINUE
007770           WHEN W-ET-COETBL (W-IDX-ET) = W-COETBL-COURANT
007780              MOVE 'O' TO W-ETAB-TROUVE-SW
007790        END-SEARCH
007800     END-IF.
007810     IF ETAB-TROUVE
007820        GO TO 5000-EXIT
007830     END-IF.
007840     IF W-NB-ETAB NOT < 50
007850        DISPLAY 'HZRA0001 - TABLE DES ETABLISSEMENTS PLEINE (50) '
007860            '- ' W-COETBL-COURANT ' HORS DETAIL'
007870        MOVE 4 TO RETURN-CODE
007880        GO TO 5000-EXIT
007890     END-IF.
007900     ADD 1 TO W-NB-ETAB.
007910     SET W-IDX-ET TO W-NB-ETAB.
007920     INITIALIZE W-ET-ENTREE (W-IDX-ET).
007930     MOVE W-COETBL-COURANT TO W-ET-COETBL (W-IDX-ET).
007940     MOVE 'O' TO W-ETAB-TROUVE-SW.
007950 5000-EXIT.
007960     EXIT.
007970*****************************************************************
007980*    7000-EDITER-RAPPROCHEMENT - AUXILIAIRE PAR ETABLISSEMENT,
007990*    SOLDES COMPARES, ANALYSE DE L'ECART PAR ORIGINE, ECART
008000*    INEXPLIQUE.
008010*****************************************************************
008020 7000-EDITER-RAPPROCHEMENT.
008030     MOVE SPACES TO W-LIGNE-TRAVAIL.
008040     STRING 'HZRA0001 - RAPPROCHEMENT AUXILIAIRE CLIENTS / GRAND '
008050         DELIMITED BY SIZE
008060         'LIVRE - PERIODE DU ' DELIMITED BY SIZE
008070         W-DATE-DEBUT DELIMITED BY SIZE
008080         ' AU ' DELIMITED BY SIZE
008090         W-DATE-FIN DELIMITED BY SIZE
008100         INTO W-LIGNE-TRAVAIL
008110     END-STRING.
008120     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
008130     MOVE SPACES TO W-LIGNE-TRAVAIL.
008140     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
008150     MOVE 'ETABL.       AUX. OUVERTURE     FACTURES PERIODE    '
008160        TO W-LIGNE-TRAVAIL.
008170     MOVE 'PERTES PERIODE   AUX. CLOTURE'
008175       TO W-LIGNE-TRAVAIL (53:).
008180     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
008190     IF W-NB-ETAB > ZERO
008200        PERFORM 7100-EDITER-ETAB THRU 7100-EXIT
008210           VARYING W-IDX-ET FROM 1 BY 1
008220           UNTIL W-IDX-ET > W-NB-ETAB
008230     END-IF.
008240     MOVE SPACES TO W-LIGNE-TRAVAIL.
008250     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
008260     COMPUTE W-ECART-OUVERTURE = W-GL-OUVERTURE - W-AUX-OUVERTURE.
008270     COMPUTE W-ECART-CLOTURE = W-GL-CLOTURE - W-AUX-CLOTURE.
008280     MOVE '                  AUXILIAIRE     GRAND LIVRE          '
008290        TO W-LIGNE-TRAVAIL.
008300     MOVE 'ECART' TO W-LIGNE-TRAVAIL (59:).
008310     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
008320     MOVE W-AUX-OUVERTURE TO W-MT-EDIT-1.
008330     MOVE W-GL-OUVERTURE TO W-MT-EDIT-2.
008340     MOVE W-ECART-OUVERTURE TO W-MT-EDIT-3.
008350     MOVE SPACES TO W-LIGNE-TRAVAIL.
008360     STRING 'OUVERTURE     ' DELIMITED BY SIZE
008370         W-MT-EDIT-1 DELIMITED BY SIZE
008380         ' ' DELIMITED BY SIZE
008390         W-MT-EDIT-2 DELIMITED BY SIZE
008400         ' ' DELIMITED BY SIZE
008410         W-MT-EDIT-3 DELIMITED BY SIZE
008420         INTO W-LIGNE-TRAVAIL
008430     END-STRING.
008440     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
008450     MOVE W-AUX-CLOTURE TO W-MT-EDIT-1.
008460     MOVE W-GL-CLOTURE TO W-MT-EDIT-2.
008470     MOVE W-ECART-CLOTURE TO W-MT-EDIT-3.
008480     MOVE SPACES TO W-LIGNE-TRAVAIL.
008490     STRING 'CLOTURE       ' DELIMITED BY SIZE
008500         W-MT-EDIT-1 DELIMITED BY SIZE
008510         ' ' DELIMITED BY SIZE
008520         W-MT-EDIT-2 DELIMITED BY SIZE
008530         ' ' DELIMITED BY SIZE
008540         W-MT-EDIT-3 DELIMITED BY SIZE
008550         INTO W-LIGNE-TRAVAIL
008560     END-STRING.
008570     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
008580     MOVE SPACES TO W-LIGNE-TRAVAIL.
008590     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
008600     MOVE 'ANALYSE DE L''ECART PAR ORIGINE (MOUVEMENTS DU MOIS)'
008610        TO W-LIGNE-TRAVAIL.
008620     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
008630     MOVE W-ECART-OUVERTURE TO W-ECART-EXPLIQUE.
008640     PERFORM 7200-EDITER-ORIGINE THRU 7200-EXIT
008650        VARYING W-IDX-OR FROM 1 BY 1
008660        UNTIL W-IDX-OR > 8.
008670     COMPUTE W-ECART-INEXPLIQUE =
008680        W-ECART-CLOTURE - W-ECART-EXPLIQUE.
008690     MOVE W-ECART-OUVERTURE TO W-MT-EDIT-1.
008700     MOVE SPACES TO W-LIGNE-TRAVAIL.
008710     STRING 'ECART D''OUVERTURE REPORTE                         '
008720         DELIMITED BY SIZE
008730         '                ' DELIMITED BY SIZE
008740         W-MT-EDIT-1 DELIMITED BY SIZE
008750         INTO W-LIGNE-TRAVAIL
008760     END-STRING.
008770     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
008780     MOVE W-ECART-EXPLIQUE TO W-MT-EDIT-1.
008790     MOVE SPACES TO W-LIGNE-TRAVAIL.
008800     STRING 'ECART EXPLIQUE                                    '
008810         DELIMITED BY SIZE
008820         '                ' DELIMITED BY SIZE
008830         W-MT-EDIT-1 DELIMITED BY SIZE
008840         INTO W-LIGNE-TRAVAIL
008850     END-STRING.
008860     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
008870     MOVE W-ECART-INEXPLIQUE TO W-MT-EDIT-1.
008880     MOVE SPACES TO W-LIGNE-TRAVAIL.
008890     STRING 'ECART INEXPLIQUE                                  '
008900         DELIMITED BY SIZE
008910         '                ' DELIMITED BY SIZE
008920         W-MT-EDIT-1 DELIMITED BY SIZE
008930         INTO W-LIGNE-TRAVAIL
008940     END-STRING.
008950     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
008960 7000-EXIT.
008970     EXIT.
008980 7100-EDITER-ETAB.
008990     MOVE W-ET-OUVERTURE (W-IDX-ET) TO W-MT-EDIT-1.
009000     MOVE W-ET-FACTURES (W-IDX-ET) TO W-MT-EDIT-2.
009010     MOVE W-ET-PERTES (W-IDX-ET) TO W-MT-EDIT-3.
009020     MOVE W-ET-CLOTURE (W-IDX-ET) TO W-MT-EDIT-4.
009030     MOVE SPACES TO W-LIGNE-TRAVAIL.
009040     STRING W-ET-COETBL (W-IDX-ET) DELIMITED BY SIZE
009050         ' ' DELIMITED BY SIZE
009060         W-MT-EDIT-1 DELIMITED BY SIZE
009070         ' ' DELIMITED BY SIZE
009080         W-MT-EDIT-2 DELIMITED BY SIZE
009090         ' ' DELIMITED BY SIZE
009100         W-MT-EDIT-3 DELIMITED BY SIZE
009110         ' ' DELIMITED BY SIZE
009120         W-MT-EDIT-4 DELIMITED BY SIZE
009130         INTO W-LIGNE-TRAVAIL
009140     END-STRING.
009150     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009160 7100-EXIT.
009170     EXIT.
009180*****************************************************************
009190*    7200-EDITER-ORIGINE - MOUVEMENT AUXILIAIRE, MOUVEMENT GRAND
009200*    LIVRE ET ECART D'UNE ORIGINE, CUMULE DANS L'ECART EXPLIQUE.
009210*****************************************************************
009220 7200-EDITER-ORIGINE.
009230     COMPUTE W-ECART-ORIGINE = W-OR-GRAND-LIVRE (W-IDX-OR)
009240        - W-OR-AUXILIAIRE (W-IDX-OR).
009250     ADD W-ECART-ORIGINE TO W-ECART-EXPLIQUE.
009260     MOVE W-OR-AUXILIAIRE (W-IDX-OR) TO W-MT-EDIT-1.
009270     MOVE W-OR-GRAND-LIVRE (W-IDX-OR) TO W-MT-EDIT-2.
009280     MOVE W-ECART-ORIGINE TO W-MT-EDIT-3.
009290     MOVE SPACES TO W-LIGNE-TRAVAIL.
009300     STRING '  ' DELIMITED BY SIZE
009310         W-OR-LIBELLE (W-IDX-OR) DELIMITED BY SIZE
009320         W-MT-EDIT-1 DELIMITED BY SIZE
009330         ' ' DELIMITED BY SIZE
009340         W-MT-EDIT-2 DELIMITED BY SIZE
009350         ' ' DELIMITED BY SIZE
009360         W-MT-EDIT-3 DELIMITED BY SIZE
009370         INTO W-LIGNE-TRAVAIL
009380     END-STRING.
009390     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009400 7200-EXIT.
009410     EXIT.
009420 7900-ECRIRE-LIGNE.
009430     MOVE W-LIGNE-TRAVAIL TO RA-RPRT-LIGNE.
009440     WRITE RA-RPRT-LIGNE.
009450 7900-EXIT.
009460     EXIT.
009470 8000-TERMINE.
009480     CLOSE RA-RPRT.
009490     MOVE W-ECART-CLOTURE TO W-MT-EDIT-1.
009500     DISPLAY 'HZRA0001 - ECART DE CLOTURE   : ' W-MT-EDIT-1.
009510     MOVE W-ECART-INEXPLIQUE TO W-MT-EDIT-1.
009520     DISPLAY 'HZRA0001 - ECART INEXPLIQUE   : ' W-MT-EDIT-1.
009530     IF W-ECART-INEXPLIQUE NOT = ZERO AND RETURN-CODE < 4
009540        MOVE 4 TO RETURN-CODE
009550     END-IF.
009560 8000-EXIT.
009570     EXIT.
