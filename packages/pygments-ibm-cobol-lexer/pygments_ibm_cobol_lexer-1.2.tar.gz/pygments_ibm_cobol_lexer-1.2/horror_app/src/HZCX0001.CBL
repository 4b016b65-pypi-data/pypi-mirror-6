000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZCX0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. CLOTURE ANNUELLE DE L'EXERCICE, EXECUTEE APRES LA
000080     CLOTURE MENSUELLE DE DECEMBRE (HZCL0001). A PARTIR DES SOLDES
000090     DE CLOTURE DE DECEMBRE (SOLDE-CLO), LES COMPTES DE GESTION
000100     (CHARGES ET PRODUITS, CLASSES DE LA RUBRIQUE KONSTAB
000110     CLASSES-GESTION, '67' PAR DEFAUT) SONT SOLDES PAR ENTITE
000120     JURIDIQUE (ENTITE DU PLAN CPT-MAP, COMME HZGL0001) SUR LE
000130     COMPTE DE RESULTAT DE L'ENTITE (RUBRIQUES CPT-RESULTAT-01 ET
000140     CPT-RESULTAT-02). LES ECRITURES DE CLOTURE, DATEES DU 31/12,
000150     SONT ECRITES SUR LE JOURNAL JNL-CLO (ARCHIVE, NON REINJECTE
000160     DANS LES GL-POST : LES SOLDES SONT DEJA REPORTES) ET LES
000170     SOLDES A NOUVEAU SORTENT SUR SOLDE-OUV, OUVERTURE DE LA
000180     CLOTURE DE JANVIER. CX-RPRT PORTE LA BALANCE DE CLOTURE, LE
000190     RESULTAT PAR ENTITE ET LES ECRITURES D'A-NOUVEAUX. UNE FOIS
000200     L'EXERCICE CLOS, L'EXPLOITATION PORTE L'ANNEE EN RUBRIQUE
000210     EXERCICE-CLOS : HZOD0001 ET HZCL0001 REFUSENT ALORS LES
000220     ECRITURES DATEES DE CET EXERCICE, SAUF REOUVERTURE PAR LA
000230     RUBRIQUE EXERCICE-REOUVERT A 'O'.
000240*****************************************************************
000250*    HISTORIQUE DES MODIFICATIONS
000260*    --------------------------------------------------------
000270*    DATE       AUTEUR  DESCRIPTION
000280*    --------   ------  -------------------------------------
000290*    15/10/2026 EBA     CREATION.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CX-PARM ASSIGN TO CXPARM
000400         ORGANIZATION SEQUENTIAL
000410         FILE STATUS W-CX-PARM-STATUS.
000420     SELECT SOLDE-CLO ASSIGN TO SOLDECLO
000430         ORGANIZATION SEQUENTIAL
000440         FILE STATUS W-SOLDE-CLO-STATUS.
000450     SELECT CPT-MAP ASSIGN TO CPTMAP
000460         ORGANIZATION SEQUENTIAL
000470         FILE STATUS W-CPT-MAP-STATUS.
000480     SELECT KONSTAB ASSIGN TO KONSTAB
000490         ORGANIZATION SEQUENTIAL
000500         FILE STATUS W-KONSTAB-STATUS.
000510     SELECT SOLDE-OUV ASSIGN TO SOLDEOUV
000520         ORGANIZATION SEQUENTIAL
000530         FILE STATUS W-SOLDE-OUV-STATUS.
000540     SELECT JNL-CLO ASSIGN TO JNLCLO
000550         ORGANIZATION SEQUENTIAL
000560         FILE STATUS W-JNL-CLO-STATUS.
000570     SELECT CX-RPRT ASSIGN TO CXRPRT
000580         ORGANIZATION SEQUENTIAL
000590         FILE STATUS W-CX-RPRT-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*****************************************************************
000630*    CX-PARM - EXERCICE A CLORE (AAAA).
000640*****************************************************************
000650 FD  CX-PARM
000660     LABEL RECORD STANDARD
000670     DATA RECORD CX-PARM-LIGNE.
000680 01  CX-PARM-LIGNE.
000690     05  CXP-EXERCICE            PIC 9(04).
000700     05  FILLER                  PIC X(76).
000710*****************************************************************
000720*    SOLDE-CLO - SOLDES DE CLOTURE DE DECEMBRE, SORTIS PAR
000730*    HZCL0001. POSITIF = SOLDE DEBITEUR.
000740*****************************************************************
000750 FD  SOLDE-CLO
000760     LABEL RECORD STANDARD
000770     DATA RECORD SOLDE-CLO-LIGNE.
000780 01  SOLDE-CLO-LIGNE.
000790     05  SC-COMPTE               PIC X(10).
000800     05  SC-SOLDE                PIC S9(13)V99
000810                                 SIGN LEADING SEPARATE.
000820 FD  CPT-MAP
000830     LABEL RECORD STANDARD
000840     DATA RECORD CPT-MAP-LIGNE.
000850 01  CPT-MAP-LIGNE.
000860     05  CM-COANAL               PIC X(05).
000870     05  CM-COMPTE-DEBIT         PIC X(10).
000880     05  CM-COMPTE-CREDIT        PIC X(10).
000890     05  CM-ENTITE               PIC X(02).
000900 FD  KONSTAB
000910     LABEL RECORD STANDARD
000920     DATA RECORD KONSTAB-LIGNE.
000930 01  KONSTAB-LIGNE.
000940     05  KONSTAB-RUBRIQUE        PIC X(20).
000950     05  KONSTAB-VALEUR          PIC X(60).
000960*****************************************************************
000970*    SOLDE-OUV - SOLDES A NOUVEAU, MEME DESSIN QUE DANS HZCL0001
000980*    (OUVERTURE DE LA CLOTURE DE JANVIER).
000990*****************************************************************
001000 FD  SOLDE-OUV
001010     LABEL RECORD STANDARD
001020     DATA RECORD SOLDE-OUV-LIGNE.
001030 01  SOLDE-OUV-LIGNE.
001040     05  SO-COMPTE               PIC X(10).
001050     05  SO-SOLDE                PIC S9(13)V99
001060                                 SIGN LEADING SEPARATE.
001070*****************************************************************
001080*    JNL-CLO - JOURNAL DES ECRITURES DE CLOTURE, DESSIN GL-POST.
001090*****************************************************************
001100 FD  JNL-CLO
001110     LABEL RECORD STANDARD
001120     DATA RECORD JNL-CLO-LIGNE.
001130 01  JNL-CLO-LIGNE.
001140     05  GP-DATE                 PIC 9(08).
001150     05  GP-COMPTE               PIC X(10).
001160     05  GP-SENS                 PIC X(01).
001170     05  GP-MONTANT              PIC S9(11)V99
001180                                 SIGN LEADING SEPARATE.
001190     05  GP-LIBELLE              PIC X(30).
001200 FD  CX-RPRT
001210     LABEL RECORD STANDARD
001220     DATA RECORD CX-RPRT-LIGNE.
001230 01  CX-RPRT-LIGNE               PIC X(132).
001240 WORKING-STORAGE SECTION.
001250 01  W-CX-PARM-STATUS            PIC XX.
001260     88  CX-PARM-OK              VALUE '00'.
001270 01  W-SOLDE-CLO-STATUS          PIC XX.
001280     88  SOLDE-CLO-OK            VALUE '00'.
001290 01  W-CPT-MAP-STATUS            PIC XX.
001300     88  CPT-MAP-OK              VALUE '00'.
001310     88  CPT-MAP-FIN             VALUE '10'.
001320 01  W-KONSTAB-STATUS            PIC XX.
001330     88  KONSTAB-OK              VALUE '00'.
001340     88  KONSTAB-FIN             VALUE '10'.
001350 01  W-SOLDE-OUV-STATUS          PIC XX.
001360 01  W-JNL-CLO-STATUS            PIC XX.
001370 01  W-CX-RPRT-STATUS            PIC XX.
001380 01  W-FIN-SOLDE                 PIC X VALUE 'N'.
001390     88  FIN-SOLDE               VALUE 'O'.
001400 01  W-FIN-MAP                   PIC X VALUE 'N'.
001410     88  FIN-MAP                 VALUE 'O'.
001420*****************************************************************
001430*    CLOTURE REFUSEE : PARAMETRE OU SOLDES ABSENTS, EXERCICE DEJA
001440*    CLOS, COMPTE DE RESULTAT MANQUANT, TABLE PLEINE OU SOLDES
001450*    DESEQUILIBRES. AUCUN A-NOUVEAU N'EST ALORS EMIS.
001460*****************************************************************
001470 01  W-REFUS-SW                  PIC X VALUE 'N'.
001480     88  CLOTURE-REFUSEE         VALUE 'O'.
001490 01  W-EXERCICE                  PIC 9(04) VALUE ZERO.
001500 01  W-DATE-CLOTURE              PIC 9(08) VALUE ZERO.
001510 01  W-DATE-A-NOUVEAU            PIC 9(08) VALUE ZERO.
001520*****************************************************************
001530*    RUBRIQUES KONSTAB : COMPTE DE RESULTAT PAR ENTITE, CLASSES
001540*    DES COMPTES DE GESTION (PREMIER CARACTERE DU COMPTE) ET
001550*    EXERCICE DEJA CLOS / REOUVERT.
001560*****************************************************************
001570 01  KT-CPT-RESULTAT-01          PIC X(10) VALUE SPACES.
001580 01  KT-CPT-RESULTAT-02          PIC X(10) VALUE SPACES.
001590 01  KT-CLASSES-GESTION          PIC X(09) VALUE '67'.
001600 01  KT-EXERCICE-CLOS            PIC X(04) VALUE SPACES.
001610 01  KT-EXERCICE-CLOS-9 REDEFINES KT-EXERCICE-CLOS
001620                                 PIC 9(04).
001630 01  KT-EXERCICE-REOUVERT        PIC X(01) VALUE 'N'.
001640*****************************************************************
001650*    BALANCE EN TABLE : UN COMPTE PAR ENTREE (400 COMPTES AU
001660*    PLUS, COMME HZCL0001), AVEC SON ENTITE, SON SOLDE DE
001670*    DECEMBRE ET SON ECRITURE DE CLOTURE (POSITIF = DEBIT).
001680*****************************************************************
001690 01  W-NB-COMPTES                PIC 9(03) COMP VALUE ZERO.
001700 01  W-TAB-COMPTES.
001710     05  W-CP-ENTREE OCCURS 400 TIMES
001720             INDEXED BY W-IDX-CP.
001730         10  W-CP-COMPTE         PIC X(10).
001740         10  W-CP-ENTITE         PIC X(02).
001750         10  W-CP-SOLDE          PIC S9(13)V99 COMP-3.
001760         10  W-CP-CLOTURE        PIC S9(13)V99 COMP-3.
001770 01  W-COMPTE-COURANT            PIC X(10) VALUE SPACES.
001780 01  W-ENTITE-TRAVAIL            PIC X(02) VALUE SPACES.
001790 01  W-TABLE-PLEINE-SW           PIC X VALUE 'N'.
001800     88  TABLE-PLEINE            VALUE 'O'.
001810 01  W-IDX-EDIT                  PIC 9(03) COMP VALUE ZERO.
001820 01  W-IDX-CLASSE                PIC 9(02) COMP VALUE ZERO.
001830 01  W-IDX-RES-01                PIC 9(03) COMP VALUE ZERO.
001840 01  W-IDX-RES-02                PIC 9(03) COMP VALUE ZERO.
001850 01  W-GESTION-SW                PIC X VALUE 'N'.
001860     88  COMPTE-GESTION          VALUE 'O'.
001870*****************************************************************
001880*    RESULTAT PAR ENTITE (POSITIF = SOLDE DEBITEUR = PERTE) ET
001890*    TOTAUX DE CONTROLE.
001900*****************************************************************
001910 01  W-RESULTAT-01               PIC S9(13)V99 COMP-3 VALUE 0.
001920 01  W-RESULTAT-02               PIC S9(13)V99 COMP-3 VALUE 0.
001930 01  W-RESULTAT-TRAVAIL          PIC S9(13)V99 COMP-3 VALUE 0.
001940 01  W-SOLDE-NOUVEAU             PIC S9(13)V99 COMP-3 VALUE 0.
001950 01  W-TOT-AVANT                 PIC S9(15)V99 COMP-3 VALUE 0.
001960 01  W-TOT-CLOTURE               PIC S9(15)V99 COMP-3 VALUE 0.
001970 01  W-TOT-NOUVEAU               PIC S9(15)V99 COMP-3 VALUE 0.
001980 01  W-TOT-AN-DEBIT              PIC S9(15)V99 COMP-3 VALUE 0.
001990 01  W-TOT-AN-CREDIT             PIC S9(15)V99 COMP-3 VALUE 0.
002000 01  W-NB-SOLDES-LUS             PIC 9(05) COMP VALUE ZERO.
002010 01  W-NB-HORS-PLAN              PIC 9(05) COMP VALUE ZERO.
002020 01  W-NB-GESTION                PIC 9(05) COMP VALUE ZERO.
002030 01  W-NB-JNL                    PIC 9(05) COMP VALUE ZERO.
002040 01  W-NB-A-NOUVEAUX             PIC 9(05) COMP VALUE ZERO.
002050 01  W-NB-EDIT                   PIC Z(04)9.
002060 01  W-MT-EDIT-1                 PIC -(12)9,99.
002070 01  W-MT-EDIT-2                 PIC -(12)9,99.
002080 01  W-MT-EDIT-3                 PIC -(12)9,99.
002090 01  W-LIBELLE-CLOTURE           PIC X(30) VALUE SPACES.
002100 01  W-LIGNE-TRAVAIL             PIC X(132).
002110*****************************************************************
002120*    LIGNE DE LA BALANCE DE CLOTURE.
002130*****************************************************************
002140 01  W-LIGNE-BALANCE.
002150     05  WLB-COMPTE              PIC X(10).
002160     05  FILLER                  PIC X(01) VALUE SPACE.
002170     05  WLB-ENTITE              PIC X(02).
002180     05  FILLER                  PIC X(01) VALUE SPACE.
002190     05  WLB-AVANT               PIC -(12)9,99.
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  WLB-CLOTURE             PIC -(12)9,99.
002220     05  FILLER                  PIC X(01) VALUE SPACE.
002230     05  WLB-NOUVEAU             PIC -(12)9,99.
002240     05  FILLER                  PIC X(68) VALUE SPACES.
002250*****************************************************************
002260*    LIGNE D'ECRITURE D'A-NOUVEAU.
002270*****************************************************************
002280 01  W-LIGNE-A-NOUVEAU.
002290     05  WLA-DATE                PIC 9(08).
002300     05  FILLER                  PIC X(01) VALUE SPACE.
002310     05  WLA-COMPTE              PIC X(10).
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  WLA-ENTITE              PIC X(02).
002340     05  FILLER                  PIC X(01) VALUE SPACE.
002350     05  WLA-SENS                PIC X(01).
002360     05  FILLER                  PIC X(01) VALUE SPACE.
002370     05  WLA-MONTANT             PIC Z(12)9,99.
002380     05  FILLER                  PIC X(91) VALUE SPACES.
002390 PROCEDURE DIVISION.
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002420     PERFORM 1400-CHARGER-KONSTAB THRU 1400-EXIT.
002430     PERFORM 1500-CHARGER-PLAN THRU 1500-EXIT.
002440     PERFORM 1600-CHARGER-SOLDES THRU 1600-EXIT.
002450     PERFORM 1700-CONTROLER-CLOTURE THRU 1700-EXIT.
002460     IF W-NB-COMPTES > ZERO
002470        PERFORM 3000-SOLDER-COMPTE THRU 3000-EXIT
002480           VARYING W-IDX-EDIT FROM 1 BY 1
002490           UNTIL W-IDX-EDIT > W-NB-COMPTES
002500     END-IF.
002510     PERFORM 3500-VIRER-RESULTAT THRU 3500-EXIT.
002520     PERFORM 7000-EDITER-BALANCE THRU 7000-EXIT.
002530     PERFORM 7500-EMETTRE-A-NOUVEAUX THRU 7500-EXIT.
002540     PERFORM 8000-TERMINE THRU 8000-EXIT.
002550     GOBACK.
002560 1000-INITIALISE.
002570     OPEN OUTPUT SOLDE-OUV JNL-CLO CX-RPRT.
002580     OPEN INPUT CX-PARM.
002590     IF NOT CX-PARM-OK
002600        DISPLAY 'HZCX0001 - CX-PARM INDISPONIBLE - STATUT '
002610            W-CX-PARM-STATUS
002620        MOVE 'O' TO W-REFUS-SW
002630        MOVE 8 TO RETURN-CODE
002640        GO TO 1000-EXIT
002650     END-IF.
002660     READ CX-PARM
002670        AT END
002680           DISPLAY 'HZCX0001 - CX-PARM VIDE'
002690           MOVE 'O' TO W-REFUS-SW
002700           MOVE 8 TO RETURN-CODE
002710        NOT AT END
002720           IF CXP-EXERCICE NUMERIC AND CXP-EXERCICE > ZERO
002730              MOVE CXP-EXERCICE TO W-EXERCICE
002740           ELSE
002750              DISPLAY 'HZCX0001 - EXERCICE INVALIDE EN CX-PARM'
002760              MOVE 'O' TO W-REFUS-SW
002770              MOVE 8 TO RETURN-CODE
002780           END-IF
002790     END-READ.
002800     CLOSE CX-PARM.
002810     COMPUTE W-DATE-CLOTURE = W-EXERCICE * 10000 + 1231.
002820     COMPUTE W-DATE-A-NOUVEAU = (W-EXERCICE + 1) * 10000 + 101.
002830     MOVE SPACES TO W-LIBELLE-CLOTURE.
002840     STRING 'CLOTURE EXERCICE ' DELIMITED BY SIZE
002850         W-EXERCICE DELIMITED BY SIZE
002860         INTO W-LIBELLE-CLOTURE
002870     END-STRING.
002880 1000-EXIT.
002890     EXIT.
002900 1400-CHARGER-KONSTAB.
002910     OPEN INPUT KONSTAB.
002920     IF NOT KONSTAB-OK
002930        DISPLAY 'HZCX0001 - KONSTAB INDISPONIBLE - STATUT '
002940            W-KONSTAB-STATUS
002950        GO TO 1400-EXIT
002960     END-IF.
002970     PERFORM UNTIL KONSTAB-FIN
002980        READ KONSTAB
002990           AT END SET KONSTAB-FIN TO TRUE
003000           NOT AT END
003010              IF KONSTAB-RUBRIQUE = 'CPT-RESULTAT-01'
003020                 MOVE KONSTAB-VALEUR (1:10) TO KT-CPT-RESULTAT-01
003030              END-IF
003040              IF KONSTAB-RUBRIQUE = 'CPT-RESULTAT-02'
003050                 MOVE KONSTAB-VALEUR (1:10) TO KT-CPT-RESULTAT-02
003060              END-IF
003070              IF KONSTAB-RUBRIQUE = 'CLASSES-GESTION'
003080                    AND KONSTAB-VALEUR NOT = SPACES
003090                 MOVE KONSTAB-VALEUR (1:9) TO KT-CLASSES-GESTION
003100              END-IF
003110              IF KONSTAB-RUBRIQUE = 'EXERCICE-CLOS'
003120                 MOVE KONSTAB-VALEUR (1:4) TO KT-EXERCICE-CLOS
003130              END-IF
003140              IF KONSTAB-RUBRIQUE = 'EXERCICE-REOUVERT'
003150                 MOVE KONSTAB-VALEUR (1:1) TO KT-EXERCICE-REOUVERT
003160              END-IF
003170        END-READ
003180     END-PERFORM.
003190     CLOSE KONSTAB.
003200 1400-EXIT.
003210     EXIT.
003220*****************************************************************
003230*    1500-CHARGER-PLAN - ENTITE PAR COMPTE : LES COMPTES DEBIT
003240*    ET CREDIT DE CHAQUE CORRESPONDANCE APPARTIENNENT A SON
003250*    ENTITE CM-ENTITE (MEME REGLE QUE HZGL0001).
003260*****************************************************************
003270 1500-CHARGER-PLAN.
003280     OPEN INPUT CPT-MAP.
003290     IF NOT CPT-MAP-OK
003300        DISPLAY 'HZCX0001 - CPT-MAP INDISPONIBLE - STATUT '
003310            W-CPT-MAP-STATUS
003320        MOVE 'O' TO W-REFUS-SW
003330        MOVE 8 TO RETURN-CODE
003340        GO TO 1500-EXIT
003350     END-IF.
003360     PERFORM UNTIL FIN-MAP
003370        READ CPT-MAP
003380           AT END SET FIN-MAP TO TRUE
003390           NOT AT END PERFORM 1510-EMPILER-COMPTES THRU
003400              1510-EXIT
003410        END-READ
003420     END-PERFORM.
003430     CLOSE CPT-MAP.
003440 1500-EXIT.
003450     EXIT.
003460 1510-EMPILER-COMPTES.
003470     MOVE CM-ENTITE TO W-ENTITE-TRAVAIL.
003480     MOVE CM-COMPTE-DEBIT TO W-COMPTE-COURANT.
003490     PERFORM 2000-LOCALISER-COMPTE THRU 2000-EXIT.
003500     MOVE CM-COMPTE-CREDIT TO W-COMPTE-COURANT.
003510     PERFORM 2000-LOCALISER-COMPTE THRU 2000-EXIT.
003520 1510-EXIT.
003530     EXIT.
003540*****************************************************************
003550*    1600-CHARGER-SOLDES - SOLDES DE CLOTURE DE DECEMBRE. UN
003560*    COMPTE HORS PLAN EST AFFECTE A L'ENTITE '01' ET SIGNALE,
003570*    COMME DANS HZGL0001.
003580*****************************************************************
003590 1600-CHARGER-SOLDES.
003600     OPEN INPUT SOLDE-CLO.
003610     IF NOT SOLDE-CLO-OK
003620        DISPLAY 'HZCX0001 - SOLDE-CLO INDISPONIBLE - STATUT '
003630            W-SOLDE-CLO-STATUS
003640        MOVE 'O' TO W-REFUS-SW
003650        MOVE 8 TO RETURN-CODE
003660        GO TO 1600-EXIT
003670     END-IF.
003680     PERFORM 1610-LIRE-SOLDE THRU 1610-EXIT
003690        UNTIL FIN-SOLDE.
003700     CLOSE SOLDE-CLO.
003710 1600-EXIT.
003720     EXIT.
003730 1610-LIRE-SOLDE.
003740     READ SOLDE-CLO
003750        AT END
003760           MOVE 'O' TO W-FIN-SOLDE
003770           GO TO 1610-EXIT
003780     END-READ.
003790     ADD 1 TO W-NB-SOLDES-LUS.
003800     MOVE SC-COMPTE TO W-COMPTE-COURANT.
003810     MOVE '01' TO W-ENTITE-TRAVAIL.
003820     PERFORM 2000-LOCALISER-COMPTE THRU 2000-EXIT.
003830     IF TABLE-PLEINE
003840        GO TO 1610-EXIT
003850     END-IF.
003860     ADD SC-SOLDE TO W-CP-SOLDE (W-IDX-CP).
003870 1610-EXIT.
003880     EXIT.
003890*****************************************************************
003900*    1700-CONTROLER-CLOTURE - EXERCICE DEJA CLOS (SAUF
003910*    REOUVERTURE), COMPTES DE RESULTAT PARAMETRES, POSITION DES
003920*    COMPTES DE RESULTAT DANS LA TABLE.
003930*****************************************************************
003940 1700-CONTROLER-CLOTURE.
003950     IF KT-EXERCICE-CLOS NUMERIC AND W-EXERCICE > ZERO
003960           AND KT-EXERCICE-CLOS-9 NOT < W-EXERCICE
003970        IF KT-EXERCICE-CLOS-9 = W-EXERCICE
003980              AND KT-EXERCICE-REOUVERT = 'O'
003990           DISPLAY 'HZCX0001 - EXERCICE ' W-EXERCICE
004000               ' REOUVERT - NOUVELLE CLOTURE'
004010        ELSE
004020           DISPLAY 'HZCX0001 - EXERCICE ' W-EXERCICE
004030               ' DEJA CLOS - CLOTURE REFUSEE'
004040           MOVE 'O' TO W-REFUS-SW
004050           MOVE 8 TO RETURN-CODE
004060        END-IF
004070     END-IF.
004080     IF KT-CPT-RESULTAT-01 = SPACES OR KT-CPT-RESULTAT-02 = SPACES
004090        DISPLAY 'HZCX0001 - RUBRIQUE CPT-RESULTAT-01 OU '
004100            'CPT-RESULTAT-02 ABSENTE - CLOTURE REFUSEE'
004110        MOVE 'O' TO W-REFUS-SW
004120        MOVE 8 TO RETURN-CODE
004130        GO TO 1700-EXIT
004140     END-IF.
004150     MOVE '01' TO W-ENTITE-TRAVAIL.
004160     MOVE KT-CPT-RESULTAT-01 TO W-COMPTE-COURANT.
004170     PERFORM 2000-LOCALISER-COMPTE THRU 2000-EXIT.
004180     SET W-IDX-RES-01 TO W-IDX-CP.
004190     MOVE '02' TO W-ENTITE-TRAVAIL.
004200     MOVE KT-CPT-RESULTAT-02 TO W-COMPTE-COURANT.
004210     PERFORM 2000-LOCALISER-COMPTE THRU 2000-EXIT.
004220     SET W-IDX-RES-02 TO W-IDX-CP.
004230 1700-EXIT.
004240     EXIT.
004250*****************************************************************
004260*    2000-LOCALISER-COMPTE - POSITIONNE W-IDX-CP SUR LE COMPTE
004270*    COURANT, EN LE CREANT A ZERO DANS L'ENTITE W-ENTITE-TRAVAIL
004280*    S'IL EST NOUVEAU. UN COMPTE CREE HORS DU PLAN EST SIGNALE.
004290*    TABLE PLEINE : CLOTURE REFUSEE.
004300*****************************************************************
004310 2000-LOCALISER-COMPTE.
004320     IF W-NB-COMPTES > ZERO
004330        SET W-IDX-CP TO 1
004340        SEARCH W-CP-ENTREE
004350           AT END
004360              PERFORM 2100-CREER-COMPTE THRU 2100-EXIT
004370           WHEN W-IDX-CP > W-NB-COMPTES
004380              PERFORM 2100-CREER-COMPTE THRU 2100-EXIT
004390           WHEN W-CP-COMPTE (W-IDX-CP) = W-COMPTE-COURANT
004400              CONTINUE
004410        END-SEARCH
004420     ELSE
004430        PERFORM 2100-CREER-COMPTE THRU 2100-EXIT
004440     END-IF.
004450 2000-EXIT.
004460     EXIT.
004470 2100-CREER-COMPTE.
004480     IF W-NB-COMPTES < 400
004490        ADD 1 TO W-NB-COMPTES
004500        SET W-IDX-CP TO W-NB-COMPTES
004510        MOVE W-COMPTE-COURANT TO W-CP-COMPTE (W-IDX-CP)
004520        MOVE W-ENTITE-TRAVAIL TO W-CP-ENTITE (W-IDX-CP)
004530        MOVE ZERO TO W-CP-SOLDE (W-IDX-CP)
004540        MOVE ZERO TO W-CP-CLOTURE (W-IDX-CP)
004550        IF FIN-MAP AND NOT FIN-SOLDE
004560           ADD 1 TO W-NB-HORS-PLAN
004570           DISPLAY 'HZCX0001 - COMPTE HORS PLAN (ENTITE 01 PAR '
004580               'DEFAUT) : ' W-COMPTE-COURANT
004590           IF RETURN-CODE < 4
004600              MOVE 4 TO RETURN-CODE
004610           END-IF
004620        END-IF
004630     ELSE
004640        IF NOT TABLE-PLEINE
004650           MOVE 'O' TO W-TABLE-PLEINE-SW
004660           DISPLAY 'HZCX0001 - TABLE DES COMPTES PLEINE (400) - '
004670               'CLOTURE REFUSEE'
004680        END-IF
004690        MOVE 'O' TO W-REFUS-SW
004700        MOVE 8 TO RETURN-CODE
004710     END-IF.
004720 2100-EXIT.
004730     EXIT.
004740*****************************************************************
004750*    3000-SOLDER-COMPTE - UN COMPTE DE GESTION (PREMIER CARACTERE
004760*    PARMI LES CLASSES DE GESTION, HORS COMPTES DE RESULTAT) EST
004770*    SOLDE : SON ECRITURE DE CLOTURE EST L'OPPOSE DE SON SOLDE,
004780*    CUMULE AU RESULTAT DE SON ENTITE.
004790*****************************************************************
004800 3000-SOLDER-COMPTE.
004810     IF W-CP-SOLDE (W-IDX-EDIT) = ZERO
004820        GO TO 3000-EXIT
004830     END-IF.
004840     IF W-CP-COMPTE (W-IDX-EDIT) = KT-CPT-RESULTAT-01
004850           OR W-CP-COMPTE (W-IDX-EDIT) = KT-CPT-RESULTAT-02
004860        GO TO 3000-EXIT
004870     END-IF.
004880     MOVE 'N' TO W-GESTION-SW.
004890     PERFORM 3100-TESTER-CLASSE THRU 3100-EXIT
004900        VARYING W-IDX-CLASSE FROM 1 BY 1
004910        UNTIL W-IDX-CLASSE > 9 OR COMPTE-GESTION.
004920     IF NOT COMPTE-GESTION
004930        GO TO 3000-EXIT
004940     END-IF.
004950     ADD 1 TO W-NB-GESTION.
004960     COMPUTE W-CP-CLOTURE (W-IDX-EDIT) =
004970        W-CP-SOLDE (W-IDX-EDIT) * -1.
004980     IF W-CP-ENTITE (W-IDX-EDIT) = '02'
004990        ADD W-CP-SOLDE (W-IDX-EDIT) TO W-RESULTAT-02
005000     ELSE
005010        ADD W-CP-SOLDE (W-IDX-EDIT) TO W-RESULTAT-01
005020     END-IF.
005030 3000-EXIT.
005040     EXIT.
005050 3100-TESTER-CLASSE.
005060     IF KT-CLASSES-GESTION (W-IDX-CLASSE:1) NOT = SPACE
005070           AND W-CP-COMPTE (W-IDX-EDIT) (1:1) =
005080               KT-CLASSES-GESTION (W-IDX-CLASSE:1)
005090        MOVE 'O' TO W-GESTION-SW
005100     END-IF.
005110 3100-EXIT.
005120     EXIT.
005130*****************************************************************
005140*    3500-VIRER-RESULTAT - LE RESULTAT DE CHAQUE ENTITE EST PORTE
005150*    SUR SON COMPTE DE RESULTAT (DEBIT = PERTE, CREDIT =
005160*    BENEFICE).
005170*****************************************************************
005180 3500-VIRER-RESULTAT.
005190     IF W-IDX-RES-01 > ZERO
005200        ADD W-RESULTAT-01 TO W-CP-CLOTURE (W-IDX-RES-01)
005210     END-IF.
005220     IF W-IDX-RES-02 > ZERO
005230        ADD W-RESULTAT-02 TO W-CP-CLOTURE (W-IDX-RES-02)
005240     END-IF.
005250 3500-EXIT.
005260     EXIT.
005270*****************************************************************
005280*    7000-EDITER-BALANCE - BALANCE DE CLOTURE : SOLDE DE DECEMBRE,
005290*    ECRITURE DE CLOTURE ET SOLDE A NOUVEAU PAR COMPTE, TOTAUX QUI
005300*    DOIVENT SORTIR A ZERO, RESULTAT PAR ENTITE.
005310*****************************************************************
005320 7000-EDITER-BALANCE.
005330     MOVE SPACES TO W-LIGNE-TRAVAIL.
005340     STRING 'BALANCE DE CLOTURE DE L''EXERCICE ' DELIMITED BY SIZE
005350         W-EXERCICE DELIMITED BY SIZE
005360         ' - HZCX0001' DELIMITED BY SIZE
005370         INTO W-LIGNE-TRAVAIL
005380     END-STRING.
005390     MOVE W-LIGNE-TRAVAIL TO CX-RPRT-LIGNE.
005400     WRITE CX-RPRT-LIGNE.
005410     MOVE 'COMPTE     EN      SOLDE DECEMBRE ECRITURE CLOTURE '
005420        TO CX-RPRT-LIGNE.
005430     MOVE 'SOLDE A NOUVEAU' TO CX-RPRT-LIGNE (53:15).
005440     WRITE CX-RPRT-LIGNE.
005450     IF W-NB-COMPTES > ZERO
005460        PERFORM 7100-EDITER-COMPTE THRU 7100-EXIT
005470           VARYING W-IDX-EDIT FROM 1 BY 1
005480           UNTIL W-IDX-EDIT > W-NB-COMPTES
005490     END-IF.
005500     MOVE W-TOT-AVANT TO W-MT-EDIT-1.
005510     MOVE W-TOT-CLOTURE TO W-MT-EDIT-2.
005520     MOVE W-TOT-NOUVEAU TO W-MT-EDIT-3.
005530     MOVE SPACES TO CX-RPRT-LIGNE.
005540     STRING 'TOTAUX        ' DELIMITED BY SIZE
005550         W-MT-EDIT-1 DELIMITED BY SIZE
005560         ' ' DELIMITED BY SIZE
005570         W-MT-EDIT-2 DELIMITED BY SIZE
005580         ' ' DELIMITED BY SIZE
005590         W-MT-EDIT-3 DELIMITED BY SIZE
005600         INTO CX-RPRT-LIGNE
005610     END-STRING.
005620     WRITE CX-RPRT-LIGNE.
005630     IF W-TOT-AVANT NOT = ZERO OR W-TOT-NOUVEAU NOT = ZERO
005640        MOVE 'BALANCE DESEQUILIBREE - CLOTURE REFUSEE'
005650           TO CX-RPRT-LIGNE
005660        WRITE CX-RPRT-LIGNE
005670        DISPLAY 'HZCX0001 - BALANCE DESEQUILIBREE'
005680        MOVE 'O' TO W-REFUS-SW
005690        MOVE 8 TO RETURN-CODE
005700     ELSE
005710        MOVE 'BALANCE EQUILIBREE' TO CX-RPRT-LIGNE
005720        WRITE CX-RPRT-LIGNE
005730     END-IF.
005740     MOVE '01' TO W-ENTITE-TRAVAIL.
005750     MOVE W-RESULTAT-01 TO W-RESULTAT-TRAVAIL.
005760     MOVE KT-CPT-RESULTAT-01 TO W-COMPTE-COURANT.
005770     PERFORM 7200-EDITER-RESULTAT THRU 7200-EXIT.
005780     MOVE '02' TO W-ENTITE-TRAVAIL.
005790     MOVE W-RESULTAT-02 TO W-RESULTAT-TRAVAIL.
005800     MOVE KT-CPT-RESULTAT-02 TO W-COMPTE-COURANT.
005810     PERFORM 7200-EDITER-RESULTAT THRU 7200-EXIT.
005820 7000-EXIT.
005830     EXIT.
005840 7100-EDITER-COMPTE.
005850     COMPUTE W-SOLDE-NOUVEAU =
005860        W-CP-SOLDE (W-IDX-EDIT) + W-CP-CLOTURE (W-IDX-EDIT).
005870     ADD W-CP-SOLDE (W-IDX-EDIT) TO W-TOT-AVANT.
005880     ADD W-CP-CLOTURE (W-IDX-EDIT) TO W-TOT-CLOTURE.
005890     ADD W-SOLDE-NOUVEAU TO W-TOT-NOUVEAU.
005900     MOVE W-CP-COMPTE (W-IDX-EDIT) TO WLB-COMPTE.
005910     MOVE W-CP-ENTITE (W-IDX-EDIT) TO WLB-ENTITE.
005920     MOVE W-CP-SOLDE (W-IDX-EDIT) TO WLB-AVANT.
005930     MOVE W-CP-CLOTURE (W-IDX-EDIT) TO WLB-CLOTURE.
005940     MOVE W-SOLDE-NOUVEAU TO WLB-NOUVEAU.
005950     MOVE W-LIGNE-BALANCE TO CX-RPRT-LIGNE.
005960     WRITE CX-RPRT-LIGNE.
005970 7100-EXIT.
005980     EXIT.
005990 7200-EDITER-RESULTAT.
006000     MOVE SPACES TO W-LIGNE-TRAVAIL.
006010     IF W-RESULTAT-TRAVAIL > ZERO
006020        MOVE W-RESULTAT-TRAVAIL TO W-MT-EDIT-1
006030        STRING 'ENTITE ' DELIMITED BY SIZE
006040            W-ENTITE-TRAVAIL DELIMITED BY SIZE
006050            ' - PERTE DE L''EXERCICE    ' DELIMITED BY SIZE
006060            W-MT-EDIT-1 DELIMITED BY SIZE
006070            ' AU DEBIT DU COMPTE ' DELIMITED BY SIZE
006080            W-COMPTE-COURANT DELIMITED BY SIZE
006090            INTO W-LIGNE-TRAVAIL
006100        END-STRING
006110     ELSE
006120        COMPUTE W-MT-EDIT-1 = W-RESULTAT-TRAVAIL * -1
006130        STRING 'ENTITE ' DELIMITED BY SIZE
006140            W-ENTITE-TRAVAIL DELIMITED BY SIZE
006150            ' - BENEFICE DE L''EXERCICE ' DELIMITED BY SIZE
006160            W-MT-EDIT-1 DELIMITED BY SIZE
006170            ' AU CREDIT DU COMPTE ' DELIMITED BY SIZE
006180            W-COMPTE-COURANT DELIMITED BY SIZE
006190            INTO W-LIGNE-TRAVAIL
006200        END-STRING
006210     END-IF.
006220     MOVE W-LIGNE-TRAVAIL TO CX-RPRT-LIGNE.
006230     WRITE CX-RPRT-LIGNE.
006240 7200-EXIT.
006250     EXIT.
006260*****************************************************************
006270*    7500-EMETTRE-A-NOUVEAUX - CLOTURE ACCEPTEE : ECRITURES DE
006280*    CLOTURE AU 31/12 SUR JNL-CLO, SOLDES A NOUVEAU SUR SOLDE-OUV
006290*    (TOUS LES COMPTES DU PLAN, LES COMPTES DE GESTION A ZERO) ET
006300*    EDITION DES ECRITURES D'A-NOUVEAUX, DATEES DU 01/01, DONT LES
006310*    DEBITS DOIVENT EGALER LES CREDITS.
006320*****************************************************************
006330 7500-EMETTRE-A-NOUVEAUX.
006340     IF CLOTURE-REFUSEE
006350        MOVE 'CLOTURE REFUSEE - AUCUNE ECRITURE NI A-NOUVEAU EMIS'
006360           TO CX-RPRT-LIGNE
006370        WRITE CX-RPRT-LIGNE
006380        GO TO 7500-EXIT
006390     END-IF.
006400     MOVE SPACES TO CX-RPRT-LIGNE.
006410     WRITE CX-RPRT-LIGNE.
006420     MOVE 'ECRITURES D''A-NOUVEAUX' TO CX-RPRT-LIGNE.
006430     WRITE CX-RPRT-LIGNE.
006440     MOVE 'DATE     COMPTE     EN S          MONTANT'
006450        TO CX-RPRT-LIGNE.
006460     WRITE CX-RPRT-LIGNE.
006470     PERFORM 7600-EMETTRE-COMPTE THRU 7600-EXIT
006480        VARYING W-IDX-EDIT FROM 1 BY 1
006490        UNTIL W-IDX-EDIT > W-NB-COMPTES.
006500     MOVE W-TOT-AN-DEBIT TO W-MT-EDIT-1.
006510     MOVE W-TOT-AN-CREDIT TO W-MT-EDIT-2.
006520     MOVE SPACES TO W-LIGNE-TRAVAIL.
006530     STRING 'TOTAL A-NOUVEAUX DEBIT ' DELIMITED BY SIZE
006540         W-MT-EDIT-1 DELIMITED BY SIZE
006550         ' CREDIT ' DELIMITED BY SIZE
006560         W-MT-EDIT-2 DELIMITED BY SIZE
006570         INTO W-LIGNE-TRAVAIL
006580     END-STRING.
006590     MOVE W-LIGNE-TRAVAIL TO CX-RPRT-LIGNE.
006600     WRITE CX-RPRT-LIGNE.
006610     MOVE SPACES TO W-LIGNE-TRAVAIL.
006620     STRING 'EXERCICE ' DELIMITED BY SIZE
006630         W-EXERCICE DELIMITED BY SIZE
006640         ' CLOS - PORTER LA RUBRIQUE KONSTAB EXERCICE-CLOS A '
006650         DELIMITED BY SIZE
006660         W-EXERCICE DELIMITED BY SIZE
006670         ' ET EXERCICE-REOUVERT A N' DELIMITED BY SIZE
006680         INTO W-LIGNE-TRAVAIL
006690     END-STRING.
006700     MOVE W-LIGNE-TRAVAIL TO CX-RPRT-LIGNE.
006710     WRITE CX-RPRT-LIGNE.
006720     DISPLAY 'HZCX0001 - EXERCICE ' W-EXERCICE ' CLOS - RUBRIQUE '
006730         'KONSTAB EXERCICE-CLOS A METTRE A JOUR'.
006740 7500-EXIT.
006750     EXIT.
006760 7600-EMETTRE-COMPTE.
006770     IF W-CP-CLOTURE (W-IDX-EDIT) NOT = ZERO
006780        MOVE W-DATE-CLOTURE TO GP-DATE
006790        MOVE W-CP-COMPTE (W-IDX-EDIT) TO GP-COMPTE
006800        MOVE W-LIBELLE-CLOTURE TO GP-LIBELLE
006810        IF W-CP-CLOTURE (W-IDX-EDIT) > ZERO
006820           MOVE 'D' TO GP-SENS
006830           MOVE W-CP-CLOTURE (W-IDX-EDIT) TO GP-MONTANT
006840        ELSE
006850           MOVE 'C' TO GP-SENS
006860           COMPUTE GP-MONTANT = W-CP-CLOTURE (W-IDX-EDIT) * -1
006870        END-IF
006880        WRITE JNL-CLO-LIGNE
006890        ADD 1 TO W-NB-JNL
006900     END-IF.
006910     COMPUTE W-SOLDE-NOUVEAU =
006920        W-CP-SOLDE (W-IDX-EDIT) + W-CP-CLOTURE (W-IDX-EDIT).
006930     MOVE W-CP-COMPTE (W-IDX-EDIT) TO SO-COMPTE.
006940     MOVE W-SOLDE-NOUVEAU TO SO-SOLDE.
006950     WRITE SOLDE-OUV-LIGNE.
006960     IF W-SOLDE-NOUVEAU = ZERO
006970        GO TO 7600-EXIT
006980     END-IF.
006990     ADD 1 TO W-NB-A-NOUVEAUX.
007000     MOVE W-DATE-A-NOUVEAU TO WLA-DATE.
007010     MOVE W-CP-COMPTE (W-IDX-EDIT) TO WLA-COMPTE.
007020     MOVE W-CP-ENTITE (W-IDX-EDIT) TO WLA-ENTITE.
007030     IF W-SOLDE-NOUVEAU > ZERO
007040        MOVE 'D' TO WLA-SENS
007050        MOVE W-SOLDE-NOUVEAU TO WLA-MONTANT
007060        ADD W-SOLDE-NOUVEAU TO W-TOT-AN-DEBIT
007070     ELSE
007080        MOVE 'C' TO WLA-SENS
007090        COMPUTE WLA-MONTANT = W-SOLDE-NOUVEAU * -1
007100        SUBTRACT W-SOLDE-NOUVEAU FROM W-TOT-AN-CREDIT
007110     END-IF.
007120     MOVE W-LIGNE-A-NOUVEAU TO CX-RPRT-LIGNE.
007130     WRITE CX-RPRT-LIGNE.
007140 7600-EXIT.
007150     EXIT.
007160 8000-TERMINE.
007170     CLOSE SOLDE-OUV JNL-CLO CX-RPRT.
007180     MOVE W-NB-SOLDES-LUS TO W-NB-EDIT.
007190     DISPLAY 'HZCX0001 - SOLDES DE DECEMBRE LUS : ' W-NB-EDIT.
007200     MOVE W-NB-HORS-PLAN TO W-NB-EDIT.
007210     DISPLAY 'HZCX0001 - COMPTES HORS PLAN      : ' W-NB-EDIT.
007220     MOVE W-NB-GESTION TO W-NB-EDIT.
007230     DISPLAY 'HZCX0001 - COMPTES DE GESTION     : ' W-NB-EDIT.
007240     MOVE W-NB-JNL TO W-NB-EDIT.
007250     DISPLAY 'HZCX0001 - ECRITURES DE CLOTURE   : ' W-NB-EDIT.
007260     MOVE W-NB-A-NOUVEAUX TO W-NB-EDIT.
007270     DISPLAY 'HZCX0001 - ECRITURES A-NOUVEAUX   : ' W-NB-EDIT.
007280 8000-EXIT.
007290     EXIT.
