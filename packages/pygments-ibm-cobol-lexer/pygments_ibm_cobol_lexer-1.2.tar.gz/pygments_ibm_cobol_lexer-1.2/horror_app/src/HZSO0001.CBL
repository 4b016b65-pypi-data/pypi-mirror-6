000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZSO0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. CONTROLE DE SEPARATION DES TACHES SUR L'ACTIVITE
000080     REELLE DE LA PERIODE DE SO-PARM, POUR LE CONTROLEUR INTERNE.
000090     AUTH-TAB DONNE LES DROITS ; CE PROGRAMME VERIFIE L'USAGE QUI
000100     EN A ETE FAIT EN SIGNALANT LE MEME USER-ID DES DEUX COTES
000110     D'UN CONTROLE : SAMT - MOUVEMENT FFFFFGS SENSIBLE APPROUVE
000120     PAR SON SOUMETTEUR (MT-PEND CONTRE MT-APPROB, FILE COURANTE
000130     DE HZMT0001) ; SAKM - CHANGEMENT KONSTAB D'UNE RUBRIQUE
000140     SENSIBLE (KMSENS) PROPOSE ET VALIDE PAR LE MEME OPERATEUR
000150     (KMHIST DE HZKM0001) ; SAOD - OPERATION DIVERSE APPROUVEE
000160     PAR SON SOUMETTEUR (REGISTRE OD-REG DE HZOD0001) ; TAFA -
000170     PARAMETRE KONSTAB MODIFIE PUIS COTISATIONS FACTUREES OU
000180     MISES A JOUR PAR LE MEME USER-ID (KMHIST PUIS UPD-AUDIT
000190     POSTERIEUR) ; RVPR - ITEM DE REVUE DISPOSE PAR SON PROPRE
000200     EMETTEUR (RV-JOURNAL DE HZRV0001). SO-RPRT PORTE LE DETAIL
000210     DES SIGNALEMENTS, LES COMPTES PAR UTILISATEUR ET PAR REGLE.
000220     UNE SOURCE ABSENTE EST SIGNALEE ET SA REGLE NON EVALUEE
000230     (CODE 4) ; TOUT SIGNALEMENT DONNE LE CODE 4.
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
000390     SELECT SO-PARM ASSIGN TO SOPARM
000400         ORGANIZATION SEQUENTIAL
000410         FILE STATUS W-SO-PARM-STATUS.
000420     SELECT KMSENS ASSIGN TO KMSENS
000430         ORGANIZATION SEQUENTIAL
000440         FILE STATUS W-KMSENS-STATUS.
000450     SELECT KMHIST ASSIGN TO KMHIST
000460         ORGANIZATION SEQUENTIAL
000470         FILE STATUS W-KMHIST-STATUS.
000480     SELECT MT-PEND ASSIGN TO MTPEND
000490         ORGANIZATION SEQUENTIAL
000500         FILE STATUS W-MT-PEND-STATUS.
000510     SELECT MT-APPROB ASSIGN TO MTAPPROB
000520         ORGANIZATION SEQUENTIAL
000530         FILE STATUS W-MT-APPROB-STATUS.
000540     SELECT OD-REG ASSIGN TO ODREG
000550         ORGANIZATION SEQUENTIAL
000560         FILE STATUS W-OD-REG-STATUS.
000570     SELECT UPD-AUDIT ASSIGN TO UPDAUDIT
000580         ORGANIZATION SEQUENTIAL
000590         FILE STATUS W-UPD-AUDIT-STATUS.
000600     SELECT RV-JOURNAL ASSIGN TO RVJRNL
000610         ORGANIZATION SEQUENTIAL
000620         FILE STATUS W-RV-JOURNAL-STATUS.
000630     SELECT SO-RPRT ASSIGN TO SORPRT
000640         ORGANIZATION SEQUENTIAL
000650         FILE STATUS W-SO-RPRT-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680*****************************************************************
000690*    SO-PARM - PERIODE CONTROLEE (AAAAMMJJ DEBUT ET FIN).
000700*****************************************************************
000710 FD  SO-PARM
000720     LABEL RECORD STANDARD
000730     DATA RECORD SO-PARM-LIGNE.
000740 01  SO-PARM-LIGNE.
000750     05  SOP-DATE-DEBUT          PIC 9(08).
000760     05  SOP-DATE-FIN            PIC 9(08).
000770     05  FILLER                  PIC X(64).
000780*****************************************************************
000790*    KMSENS - RUBRIQUES KONSTAB SENSIBLES (DOUBLE REGARD HZKM).
000800*****************************************************************
000810 FD  KMSENS
000820     LABEL RECORD STANDARD
000830     DATA RECORD KMSENS-LIGNE.
000840 01  KMSENS-LIGNE.
000850     05  SN-RUBRIQUE             PIC X(20).
000860*****************************************************************
000870*    KMHIST - HISTORIQUE DES CHANGEMENTS KONSTAB APPLIQUES PAR
000880*    HZKM0001, MEME DESSIN.
000890*****************************************************************
000900 FD  KMHIST
000910     LABEL RECORD STANDARD
000920     DATA RECORD KMHIST-LIGNE.
000930 01  KMHIST-LIGNE.
000940     05  KH-HORODATE             PIC X(15).
000950     05  KH-RUBRIQUE             PIC X(20).
000960     05  KH-ANCIENNE             PIC X(60).
000970     05  KH-NOUVELLE             PIC X(60).
000980     05  KH-PROPOSEUR            PIC X(08).
000990     05  KH-VALIDEUR             PIC X(08).
001000*****************************************************************
001010*    MT-PEND - MOUVEMENTS SENSIBLES EN ATTENTE (HZMT0001) :
001020*    ACTION, IMAGE FFFFFGS (CLE EN TETE) ET SOUMETTEUR.
001030*****************************************************************
001040 FD  MT-PEND
001050     LABEL RECORD STANDARD
001060     DATA RECORD MT-PEND-LIGNE.
001070 01  MT-PEND-LIGNE.
001080     05  MP-ACTION               PIC X(01).
001090     05  MP-IMAGE.
001100         10  MP-CLE              PIC X(12).
001110         10  FILLER              PIC X(78).
001120     05  MP-USER-ID              PIC X(08).
001130 FD  MT-APPROB
001140     LABEL RECORD STANDARD
001150     DATA RECORD MT-APPROB-LIGNE.
001160 01  MT-APPROB-LIGNE.
001170     05  AP-CLE                  PIC X(12).
001180     05  AP-ACTION               PIC X(01).
001190     05  AP-DECISION             PIC X(01).
001200     05  AP-USER-ID              PIC X(08).
001210*****************************************************************
001220*    OD-REG - REGISTRE DES OPERATIONS DIVERSES DE HZOD0001. SEULES
001230*    LES LIGNES D'ECRITURE (DATE NUMERIQUE EN 12) SONT EXPLOITEES.
001240*****************************************************************
001250 FD  OD-REG
001260     LABEL RECORD STANDARD
001270     DATA RECORD OD-REG-LIGNE.
001280 01  OD-REG-LIGNE.
001290     05  OR-NUMERO               PIC X(10).
001300     05  FILLER                  PIC X(01).
001310     05  OR-DATE                 PIC X(08).
001320     05  OR-DATE-9 REDEFINES OR-DATE
001330                                 PIC 9(08).
001340     05  FILLER                  PIC X(01).
001350     05  OR-SOUMETTEUR           PIC X(08).
001360     05  FILLER                  PIC X(01).
001370     05  OR-APPROBATEUR          PIC X(08).
001380     05  FILLER                  PIC X(95).
001390 FD  UPD-AUDIT
001400     LABEL RECORD STANDARD
001410     DATA RECORD UPD-AUDIT-LIGNE.
001420 01  UPD-AUDIT-LIGNE.
001430     05  UA-HORODATE             PIC X(15).
001440     05  UA-USER-ID              PIC X(08).
001450     05  UA-COETBL               PIC X(05).
001460     05  UA-COADHF               PIC X(09).
001470     05  UA-CETRTF               PIC X(05).
001480     05  UA-COTRTO               PIC X(05).
001490     05  UA-COTNET-AVANT         PIC S9(07)V99
001500                                 SIGN LEADING SEPARATE.
001510     05  UA-COTNET-APRES         PIC S9(07)V99
001520                                 SIGN LEADING SEPARATE.
001530*****************************************************************
001540*    RV-JOURNAL - JOURNAL DES DISPOSITIONS DE HZRV0001, AVEC
001550*    L'EMETTEUR DE L'ITEM EN FIN DE DESSIN.
001560*****************************************************************
001570 FD  RV-JOURNAL
001580     LABEL RECORD STANDARD
001590     DATA RECORD RV-JOURNAL-LIGNE.
001600 01  RV-JOURNAL-LIGNE.
001610     05  JR-HORODATE-DECISION    PIC X(15).
001620     05  JR-HORODATE-ITEM        PIC X(15).
001630     05  JR-PROGRAMME            PIC X(08).
001640     05  JR-DISPOSITION          PIC X(14).
001650     05  JR-SUPERVISEUR          PIC X(08).
001660     05  JR-COMMENTAIRE          PIC X(40).
001670     05  JR-EMETTEUR             PIC X(08).
001680 FD  SO-RPRT
001690     LABEL RECORD STANDARD
001700     DATA RECORD SO-RPRT-LIGNE.
001710 01  SO-RPRT-LIGNE               PIC X(132).
001720 WORKING-STORAGE SECTION.
001730 01  W-SO-PARM-STATUS            PIC XX.
001740     88  SO-PARM-OK              VALUE '00'.
001750 01  W-KMSENS-STATUS             PIC XX.
001760     88  KMSENS-OK               VALUE '00'.
001770     88  KMSENS-FIN              VALUE '10'.
001780 01  W-KMHIST-STATUS             PIC XX.
001790 01  W-MT-PEND-STATUS            PIC XX.
001800 01  W-MT-APPROB-STATUS          PIC XX.
001810 01  W-OD-REG-STATUS             PIC XX.
001820 01  W-UPD-AUDIT-STATUS          PIC XX.
001830 01  W-RV-JOURNAL-STATUS         PIC XX.
001840 01  W-SO-RPRT-STATUS            PIC XX.
001850 01  W-STATUT-COURANT            PIC XX.
001860     88  SOURCE-OUVERTE          VALUE '00'.
001870 01  W-FIN-SOURCE                PIC X VALUE 'N'.
001880     88  FIN-SOURCE              VALUE 'O'.
001890 01  W-SOURCE-COURANTE           PIC X(08) VALUE SPACES.
001900*****************************************************************
001910*    PERIODE : DATES AAAAMMJJ ET BORNES AAMMJJ DES HORODATES
001920*    (AAMMJJHHMMSSCC). SANS SO-PARM, TOUTE L'ACTIVITE EST LUE.
001930*****************************************************************
001940 01  W-DATE-DEBUT                PIC 9(08) VALUE ZERO.
001950 01  W-DATE-DEBUT-X REDEFINES W-DATE-DEBUT
001960                                 PIC X(08).
001970 01  W-DATE-FIN                  PIC 9(08) VALUE 99999999.
001980 01  W-DATE-FIN-X REDEFINES W-DATE-FIN
001990                                 PIC X(08).
002000 01  W-HORO-DEBUT                PIC X(06) VALUE '000000'.
002010 01  W-HORO-FIN                  PIC X(06) VALUE '999999'.
002020 01  W-HORO-TEST                 PIC X(15) VALUE SPACES.
002030 01  W-PERIODE-SW                PIC X VALUE 'N'.
002040     88  DANS-PERIODE            VALUE 'O'.
002050*****************************************************************
002060*    REGLES CONTROLEES ET NOMBRE DE SIGNALEMENTS PAR REGLE.
002070*****************************************************************
002080 01  W-TAB-REGLES.
002090     05  W-RG-ENTREE OCCURS 5 TIMES.
002100         10  W-RG-CODE           PIC X(04).
002110         10  W-RG-LIBELLE        PIC X(40).
002120         10  W-RG-EVALUEE        PIC X(01).
002130         10  W-RG-NB             PIC 9(05) COMP.
002140 01  W-IDX-RG                    PIC 9(02) COMP VALUE ZERO.
002150*****************************************************************
002160*    RUBRIQUES SENSIBLES (KMSENS).
002170*****************************************************************
002180 01  W-NB-SENSIBLES              PIC 9(03) COMP VALUE ZERO.
002190 01  W-TAB-SENSIBLES.
002200     05  W-SN-RUBRIQUE           PIC X(20)
002210             OCCURS 200 TIMES INDEXED BY W-IDX-SN.
002220 01  W-SENSIBLE-SW               PIC X VALUE 'N'.
002230     88  RUBRIQUE-SENSIBLE       VALUE 'O'.
002240*****************************************************************
002250*    FILE D'ATTENTE MT-PEND : CLE, ACTION ET SOUMETTEUR.
002260*****************************************************************
002270 01  W-NB-PENDANTS               PIC 9(04) COMP VALUE ZERO.
002280 01  W-TAB-PENDANTS.
002290     05  W-PD-ENTREE OCCURS 2000 TIMES
002300             INDEXED BY W-IDX-PD.
002310         10  W-PD-CLE            PIC X(12).
002320         10  W-PD-ACTION         PIC X(01).
002330         10  W-PD-SOUMETTEUR     PIC X(08).
002340*****************************************************************
002350*    CHANGEMENTS KONSTAB DE LA PERIODE, AVEC INDICATEURS DE
002360*    SIGNALEMENT TAFA DEJA FAIT POUR LE PROPOSEUR / LE VALIDEUR.
002370*****************************************************************
002380 01  W-NB-CHANGES                PIC 9(04) COMP VALUE ZERO.
002390 01  W-TAB-CHANGES.
002400     05  W-CH-ENTREE OCCURS 2000 TIMES.
002410         10  W-CH-HORODATE       PIC X(15).
002420         10  W-CH-RUBRIQUE       PIC X(20).
002430         10  W-CH-PROPOSEUR      PIC X(08).
002440         10  W-CH-VALIDEUR       PIC X(08).
002450         10  W-CH-SIGNALE-P      PIC X(01).
002460         10  W-CH-SIGNALE-V      PIC X(01).
002470 01  W-IDX-CH                    PIC 9(04) COMP VALUE ZERO.
002480*****************************************************************
002490*    SIGNALEMENTS PAR UTILISATEUR ET PAR REGLE (300 USER-ID).
002500*****************************************************************
002510 01  W-NB-USERS                  PIC 9(03) COMP VALUE ZERO.
002520 01  W-TAB-USERS.
002530     05  W-US-ENTREE OCCURS 300 TIMES
002540             INDEXED BY W-IDX-US.
002550         10  W-US-USER-ID        PIC X(08).
002560         10  W-US-NB             PIC 9(05) COMP OCCURS 5 TIMES.
002570         10  W-US-TOTAL          PIC 9(05) COMP.
002580 01  W-IDX-EDIT                  PIC 9(03) COMP VALUE ZERO.
002590 01  W-USERS-PLEINE-SW           PIC X VALUE 'N'.
002600     88  USERS-PLEINE            VALUE 'O'.
002610*****************************************************************
002620*    SIGNALEMENT COURANT.
002630*****************************************************************
002640 01  W-REGLE-COURANTE            PIC 9(01) VALUE ZERO.
002650 01  W-USER-COURANT              PIC X(08) VALUE SPACES.
002660 01  W-HORO-COURANTE             PIC X(15) VALUE SPACES.
002670 01  W-REFERENCE                 PIC X(60) VALUE SPACES.
002680 01  W-NB-SIGNALEMENTS           PIC 9(05) COMP VALUE ZERO.
002690 01  W-NB-EDIT                   PIC Z(06)9.
002700 01  W-LIGNE-TRAVAIL             PIC X(132).
002710 01  W-LIGNE-SIGNALEMENT.
002720     05  WLS-REGLE               PIC X(04).
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  WLS-USER-ID             PIC X(08).
002750     05  FILLER                  PIC X(01) VALUE SPACE.
002760     05  WLS-HORODATE            PIC X(15).
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  WLS-REFERENCE           PIC X(60).
002790     05  FILLER                  PIC X(42) VALUE SPACES.
002800 01  W-LIGNE-USER.
002810     05  WLU-USER-ID             PIC X(08).
002820     05  WLU-REGLE OCCURS 5 TIMES.
002830         10  FILLER              PIC X(02).
002840         10  WLU-NB              PIC Z(04)9.
002850     05  FILLER                  PIC X(02).
002860     05  WLU-TOTAL               PIC Z(04)9.
002870     05  FILLER                  PIC X(82).
002880 PROCEDURE DIVISION.
002890 0000-MAINLINE.
002900     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002910     PERFORM 1100-CHARGER-SENSIBLES THRU 1100-EXIT.
002920     PERFORM 1200-CHARGER-PENDANTS THRU 1200-EXIT.
002930     PERFORM 3000-CONTROLER-KONSTAB THRU 3000-EXIT.
002940     PERFORM 3200-CONTROLER-APPROB THRU 3200-EXIT.
002950     PERFORM 3400-CONTROLER-OD THRU 3400-EXIT.
002960     PERFORM 3600-CONTROLER-FACTURATION THRU 3600-EXIT.
002970     PERFORM 3800-CONTROLER-REVUE THRU 3800-EXIT.
002980     PERFORM 7000-EDITER-SYNTHESE THRU 7000-EXIT.
002990     PERFORM 8000-TERMINE THRU 8000-EXIT.
003000     GOBACK.
003010*****************************************************************
003020*    1000-INITIALISE - REGLES, PERIODE, EN-TETE DU RAPPORT.
003030*****************************************************************
003040 1000-INITIALISE.
003050     PERFORM 1010-PREPARER-REGLE THRU 1010-EXIT
003060        VARYING W-IDX-RG FROM 1 BY 1 UNTIL W-IDX-RG > 5.
003070     MOVE 'SAMT' TO W-RG-CODE (1).
003080     MOVE 'SOUMIS ET APPROUVE - FFFFFGS (HZMT0001)'
003090        TO W-RG-LIBELLE (1).
003100     MOVE 'SAKM' TO W-RG-CODE (2).
003110     MOVE 'PROPOSE ET VALIDE - KONSTAB SENSIBLE'
003120        TO W-RG-LIBELLE (2).
003130     MOVE 'SAOD' TO W-RG-CODE (3).
003140     MOVE 'SOUMIS ET APPROUVE - OD (HZOD0001)'
003150        TO W-RG-LIBELLE (3).
003160     MOVE 'TAFA' TO W-RG-CODE (4).
003170     MOVE 'PARAMETRE MODIFIE PUIS FACTURE'
003180        TO W-RG-LIBELLE (4).
003190     MOVE 'RVPR' TO W-RG-CODE (5).
003200     MOVE 'DISPOSITION DE SON PROPRE ITEM DE REVUE'
003210        TO W-RG-LIBELLE (5).
003220     OPEN OUTPUT SO-RPRT.
003230     OPEN INPUT SO-PARM.
003240     IF SO-PARM-OK
003250        READ SO-PARM
003260           AT END
003270              CONTINUE
003280           NOT AT END
003290              IF SOP-DATE-DEBUT NUMERIC AND SOP-DATE-FIN NUMERIC
003300                    AND SOP-DATE-DEBUT NOT > SOP-DATE-FIN
003310                 MOVE SOP-DATE-DEBUT TO W-DATE-DEBUT
003320                 MOVE SOP-DATE-FIN TO W-DATE-FIN
003330              ELSE
003340                 DISPLAY 'HZSO0001 - PERIODE SO-PARM INVALIDE : '
003350                     SO-PARM-LIGNE (1:16)
003360              END-IF
003370        END-READ
003380        CLOSE SO-PARM
003390     END-IF.
003400     IF W-DATE-DEBUT = ZERO AND W-DATE-FIN = 99999999
003410        DISPLAY 'HZSO0001 - PAS DE PERIODE - TOUTE L''ACTIVITE'
003420            ' EST CONTROLEE'
003430        MOVE 4 TO RETURN-CODE
003440     ELSE
003450        MOVE W-DATE-DEBUT-X (3:6) TO W-HORO-DEBUT
003460        MOVE W-DATE-FIN-X (3:6) TO W-HORO-FIN
003470     END-IF.
003480     MOVE SPACES TO W-LIGNE-TRAVAIL.
003490     STRING 'SEPARATION DES TACHES - ACTIVITE DU '
003500         DELIMITED BY SIZE
003510         W-DATE-DEBUT DELIMITED BY SIZE
003520         ' AU ' DELIMITED BY SIZE
003530         W-DATE-FIN DELIMITED BY SIZE
003540         ' - HZSO0001' DELIMITED BY SIZE
003550         INTO W-LIGNE-TRAVAIL
003560     END-STRING.
003570     MOVE W-LIGNE-TRAVAIL TO SO-RPRT-LIGNE.
003580     WRITE SO-RPRT-LIGNE.
003590     MOVE 'REGL USER-ID  HORODATE        REFERENCE'
003600        TO SO-RPRT-LIGNE.
003610     WRITE SO-RPRT-LIGNE.
003620 1000-EXIT.
003630     EXIT.
003640 1010-PREPARER-REGLE.
003650     MOVE SPACES TO W-RG-CODE (W-IDX-RG).
003660     MOVE SPACES TO W-RG-LIBELLE (W-IDX-RG).
003670     MOVE 'O' TO W-RG-EVALUEE (W-IDX-RG).
003680     MOVE ZERO TO W-RG-NB (W-IDX-RG).
003690 1010-EXIT.
003700     EXIT.
003710*****************************************************************
003720*    1100-CHARGER-SENSIBLES - SANS KMSENS, LA REGLE SAKM N'EST
003730*    PAS EVALUEE (PROPOSEUR = VALIDEUR EST NORMAL HORS RUBRIQUE
003740*    SENSIBLE).
003750*****************************************************************
003760 1100-CHARGER-SENSIBLES.
003770     OPEN INPUT KMSENS.
003780     IF NOT KMSENS-OK
003790        MOVE W-KMSENS-STATUS TO W-STATUT-COURANT
003800        MOVE 'KMSENS' TO W-SOURCE-COURANTE
003810        MOVE 2 TO W-REGLE-COURANTE
003820        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
003830        GO TO 1100-EXIT
003840     END-IF.
003850     PERFORM UNTIL KMSENS-FIN
003860        READ KMSENS
003870           AT END SET KMSENS-FIN TO TRUE
003880           NOT AT END
003890              IF W-NB-SENSIBLES < 200
003900                 ADD 1 TO W-NB-SENSIBLES
003910                 MOVE SN-RUBRIQUE
003920                    TO W-SN-RUBRIQUE (W-NB-SENSIBLES)
003930              END-IF
003940        END-READ
003950     END-PERFORM.
003960     CLOSE KMSENS.
003970 1100-EXIT.
003980     EXIT.
003990*****************************************************************
004000*    1200-CHARGER-PENDANTS - FILE COURANTE MT-PEND : UN MOUVEMENT
004010*    APPROUVE PAR SON SOUMETTEUR Y RESTE (HZMT0001 IGNORE CETTE
004020*    APPROBATION), LA TENTATIVE EST DONC VISIBLE ICI.
004030*****************************************************************
004040 1200-CHARGER-PENDANTS.
004050     OPEN INPUT MT-PEND.
004060     MOVE W-MT-PEND-STATUS TO W-STATUT-COURANT.
004070     IF NOT SOURCE-OUVERTE
004080        MOVE 'MTPEND' TO W-SOURCE-COURANTE
004090        MOVE 1 TO W-REGLE-COURANTE
004100        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
004110        GO TO 1200-EXIT
004120     END-IF.
004130     MOVE 'N' TO W-FIN-SOURCE.
004140     PERFORM UNTIL FIN-SOURCE
004150        READ MT-PEND
004160           AT END SET FIN-SOURCE TO TRUE
004170           NOT AT END
004180              IF W-NB-PENDANTS < 2000
004190                 ADD 1 TO W-NB-PENDANTS
004200                 SET W-IDX-PD TO W-NB-PENDANTS
004210                 MOVE MP-CLE TO W-PD-CLE (W-IDX-PD)
004220                 MOVE MP-ACTION TO W-PD-ACTION (W-IDX-PD)
004230                 MOVE MP-USER-ID TO W-PD-SOUMETTEUR (W-IDX-PD)
004240              END-IF
004250        END-READ
004260     END-PERFORM.
004270     CLOSE MT-PEND.
004280 1200-EXIT.
004290     EXIT.
004300*****************************************************************
004310*    3000-CONTROLER-KONSTAB - CHANGEMENTS KMHIST DE LA PERIODE :
004320*    REGLE SAKM SUR LES RUBRIQUES SENSIBLES, ET MISE EN TABLE
004330*    POUR LA REGLE TAFA.
004340*****************************************************************
004350 3000-CONTROLER-KONSTAB.
004360     OPEN INPUT KMHIST.
004370     MOVE W-KMHIST-STATUS TO W-STATUT-COURANT.
004380     IF NOT SOURCE-OUVERTE
004390        MOVE 'KMHIST' TO W-SOURCE-COURANTE
004400        MOVE 2 TO W-REGLE-COURANTE
004410        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
004420        MOVE 4 TO W-REGLE-COURANTE
004430        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
004440        GO TO 3000-EXIT
004450     END-IF.
004460     MOVE 'N' TO W-FIN-SOURCE.
004470     PERFORM 3010-LIRE-CHANGE THRU 3010-EXIT
004480        UNTIL FIN-SOURCE.
004490     CLOSE KMHIST.
004500 3000-EXIT.
004510     EXIT.
004520 3010-LIRE-CHANGE.
004530     READ KMHIST
004540        AT END
004550           MOVE 'O' TO W-FIN-SOURCE
004560           GO TO 3010-EXIT
004570     END-READ.
004580     MOVE KH-HORODATE TO W-HORO-TEST.
004590     PERFORM 5900-TESTER-HORODATE THRU 5900-EXIT.
004600     IF NOT DANS-PERIODE
004610        GO TO 3010-EXIT
004620     END-IF.
004630     IF W-NB-CHANGES < 2000
004640        ADD 1 TO W-NB-CHANGES
004650        MOVE W-NB-CHANGES TO W-IDX-CH
004660        MOVE KH-HORODATE TO W-CH-HORODATE (W-IDX-CH)
004670        MOVE KH-RUBRIQUE TO W-CH-RUBRIQUE (W-IDX-CH)
004680        MOVE KH-PROPOSEUR TO W-CH-PROPOSEUR (W-IDX-CH)
004690        MOVE KH-VALIDEUR TO W-CH-VALIDEUR (W-IDX-CH)
004700        MOVE 'N' TO W-CH-SIGNALE-P (W-IDX-CH)
004710        MOVE 'N' TO W-CH-SIGNALE-V (W-IDX-CH)
004720     ELSE
004730        DISPLAY 'HZSO0001 - PLUS DE 2000 CHANGEMENTS KONSTAB - '
004740            'REGLE TAFA PARTIELLE'
004750        MOVE 4 TO RETURN-CODE
004760     END-IF.
004770     IF KH-PROPOSEUR = SPACES OR KH-PROPOSEUR NOT = KH-VALIDEUR
004780        GO TO 3010-EXIT
004790     END-IF.
004800     MOVE 'N' TO W-SENSIBLE-SW.
004810     IF W-NB-SENSIBLES > ZERO
004820        SET W-IDX-SN TO 1
004830        SEARCH W-SN-RUBRIQUE
004840           AT END
004850              CONTINUE
004860           WHEN W-IDX-SN > W-NB-SENSIBLES
004870              CONTINUE
004880           WHEN W-SN-RUBRIQUE (W-IDX-SN) = KH-RUBRIQUE
004890              MOVE 'O' TO W-SENSIBLE-SW
004900        END-SEARCH
004910     END-IF.
004920     IF RUBRIQUE-SENSIBLE
004930        MOVE 2 TO W-REGLE-COURANTE
004940        MOVE KH-PROPOSEUR TO W-USER-COURANT
004950        MOVE KH-HORODATE TO W-HORO-COURANTE
004960        MOVE SPACES TO W-REFERENCE
004970        STRING 'RUBRIQUE ' DELIMITED BY SIZE
004980            KH-RUBRIQUE DELIMITED BY SIZE
004990            ' NOUVELLE VALEUR ' DELIMITED BY SIZE
005000            KH-NOUVELLE DELIMITED BY SIZE
005010            INTO W-REFERENCE
005020        END-STRING
005030        PERFORM 5000-SIGNALER THRU 5000-EXIT
005040     END-IF.
005050 3010-EXIT.
005060     EXIT.
005070*****************************************************************
005080*    3200-CONTROLER-APPROB - REGLE SAMT : DECISION MT-APPROB D'UN
005090*    APPROBATEUR EGAL AU SOUMETTEUR DU MOUVEMENT EN ATTENTE.
005100*****************************************************************
005110 3200-CONTROLER-APPROB.
005120     IF W-RG-EVALUEE (1) = 'N'
005130        GO TO 3200-EXIT
005140     END-IF.
005150     OPEN INPUT MT-APPROB.
005160     MOVE W-MT-APPROB-STATUS TO W-STATUT-COURANT.
005170     IF NOT SOURCE-OUVERTE
005180        MOVE 'MTAPPROB' TO W-SOURCE-COURANTE
005190        MOVE 1 TO W-REGLE-COURANTE
005200        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
005210        GO TO 3200-EXIT
005220     END-IF.
005230     MOVE 'N' TO W-FIN-SOURCE.
005240     PERFORM 3210-LIRE-APPROB THRU 3210-EXIT
005250        UNTIL FIN-SOURCE.
005260     CLOSE MT-APPROB.
005270 3200-EXIT.
005280     EXIT.
005290 3210-LIRE-APPROB.
005300     READ MT-APPROB
005310        AT END
005320           MOVE 'O' TO W-FIN-SOURCE
005330           GO TO 3210-EXIT
005340     END-READ.
005350     IF W-NB-PENDANTS = ZERO OR AP-USER-ID = SPACES
005360        GO TO 3210-EXIT
005370     END-IF.
005380     SET W-IDX-PD TO 1.
005390     SEARCH W-PD-ENTREE
005400        AT END
005410           CONTINUE
005420        WHEN W-IDX-PD > W-NB-PENDANTS
005430           CONTINUE
005440        WHEN W-PD-CLE (W-IDX-PD) = AP-CLE
005450              AND W-PD-ACTION (W-IDX-PD) = AP-ACTION
005460           IF W-PD-SOUMETTEUR (W-IDX-PD) = AP-USER-ID
005470              MOVE 1 TO W-REGLE-COURANTE
005480              MOVE AP-USER-ID TO W-USER-COURANT
005490              MOVE SPACES TO W-HORO-COURANTE
005500              MOVE SPACES TO W-REFERENCE
005510              STRING 'CLE ' DELIMITED BY SIZE
005520                  AP-CLE DELIMITED BY SIZE
005530                  ' ACTION ' DELIMITED BY SIZE
005540                  AP-ACTION DELIMITED BY SIZE
005550                  ' DECISION ' DELIMITED BY SIZE
005560                  AP-DECISION DELIMITED BY SIZE
005570                  INTO W-REFERENCE
005580              END-STRING
005590              PERFORM 5000-SIGNALER THRU 5000-EXIT
005600           END-IF
005610     END-SEARCH.
005620 3210-EXIT.
005630     EXIT.
005640*****************************************************************
005650*    3400-CONTROLER-OD - REGLE SAOD : ECRITURE DU REGISTRE OD-REG
005660*    DATEE DE LA PERIODE, SOUMETTEUR = APPROBATEUR (HZOD0001 LA
005670*    REJETTE, LA TENTATIVE EST SIGNALEE).
005680*****************************************************************
005690 3400-CONTROLER-OD.
005700     OPEN INPUT OD-REG.
005710     MOVE W-OD-REG-STATUS TO W-STATUT-COURANT.
005720     IF NOT SOURCE-OUVERTE
005730        MOVE 'ODREG' TO W-SOURCE-COURANTE
005740        MOVE 3 TO W-REGLE-COURANTE
005750        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
005760        GO TO 3400-EXIT
005770     END-IF.
005780     MOVE 'N' TO W-FIN-SOURCE.
005790     PERFORM 3410-LIRE-OD THRU 3410-EXIT
005800        UNTIL FIN-SOURCE.
005810     CLOSE OD-REG.
005820 3400-EXIT.
005830     EXIT.
005840 3410-LIRE-OD.
005850     READ OD-REG
005860        AT END
005870           MOVE 'O' TO W-FIN-SOURCE
005880           GO TO 3410-EXIT
005890     END-READ.
005900     IF OR-DATE NOT NUMERIC OR OR-SOUMETTEUR = SPACES
005910        GO TO 3410-EXIT
005920     END-IF.
005930     IF OR-DATE-9 < W-DATE-DEBUT OR OR-DATE-9 > W-DATE-FIN
005940        GO TO 3410-EXIT
005950     END-IF.
005960     IF OR-SOUMETTEUR NOT = OR-APPROBATEUR
005970        GO TO 3410-EXIT
005980     END-IF.
005990     MOVE 3 TO W-REGLE-COURANTE.
006000     MOVE OR-SOUMETTEUR TO W-USER-COURANT.
006010     MOVE OR-DATE TO W-HORO-COURANTE.
006020     MOVE SPACES TO W-REFERENCE.
006030     STRING 'ECRITURE ' DELIMITED BY SIZE
006040         OR-NUMERO DELIMITED BY SIZE
006050         INTO W-REFERENCE
006060     END-STRING.
006070     PERFORM 5000-SIGNALER THRU 5000-EXIT.
006080 3410-EXIT.
006090     EXIT.
006100*****************************************************************
006110*    3600-CONTROLER-FACTURATION - REGLE TAFA : UNE TRACE
006120*    UPD-AUDIT DE LA PERIODE (COTISATION RECALCULEE OU MISE A
006130*    JOUR) POSTERIEURE A UN CHANGEMENT KONSTAB DU MEME USER-ID,
006140*    PROPOSEUR OU VALIDEUR. UN SIGNALEMENT PAR CHANGEMENT ET PAR
006150*    ROLE.
006160*****************************************************************
006170 3600-CONTROLER-FACTURATION.
006180     IF W-RG-EVALUEE (4) = 'N'
006190        GO TO 3600-EXIT
006200     END-IF.
006210     OPEN INPUT UPD-AUDIT.
006220     MOVE W-UPD-AUDIT-STATUS TO W-STATUT-COURANT.
006230     IF NOT SOURCE-OUVERTE
006240        MOVE 'UPDAUDIT' TO W-SOURCE-COURANTE
006250        MOVE 4 TO W-REGLE-COURANTE
006260        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
006270        GO TO 3600-EXIT
006280     END-IF.
006290     MOVE 'N' TO W-FIN-SOURCE.
006300     PERFORM 3610-LIRE-AUDIT THRU 3610-EXIT
006310        UNTIL FIN-SOURCE.
006320     CLOSE UPD-AUDIT.
006330 3600-EXIT.
006340     EXIT.
006350 3610-LIRE-AUDIT.
006360     READ UPD-AUDIT
006370        AT END
006380           MOVE 'O' TO W-FIN-SOURCE
006390           GO TO 3610-EXIT
006400     END-READ.
006410     IF UA-USER-ID = SPACES OR W-NB-CHANGES = ZERO
006420        GO TO 3610-EXIT
006430     END-IF.
006440     MOVE UA-HORODATE TO W-HORO-TEST.
006450     PERFORM 5900-TESTER-HORODATE THRU 5900-EXIT.
006460     IF NOT DANS-PERIODE
006470        GO TO 3610-EXIT
006480     END-IF.
006490     PERFORM 3620-COMPARER-CHANGE THRU 3620-EXIT
006500        VARYING W-IDX-CH FROM 1 BY 1
006510        UNTIL W-IDX-CH > W-NB-CHANGES.
006520 3610-EXIT.
006530     EXIT.
006540 3620-COMPARER-CHANGE.
006550     IF W-CH-HORODATE (W-IDX-CH) > UA-HORODATE
006560        GO TO 3620-EXIT
006570     END-IF.
006580     IF W-CH-PROPOSEUR (W-IDX-CH) = UA-USER-ID
006590           AND W-CH-SIGNALE-P (W-IDX-CH) = 'N'
006600        MOVE 'O' TO W-CH-SIGNALE-P (W-IDX-CH)
006610        IF W-CH-VALIDEUR (W-IDX-CH) = UA-USER-ID
006620           MOVE 'O' TO W-CH-SIGNALE-V (W-IDX-CH)
006630        END-IF
006640        PERFORM 3630-SIGNALER-TAFA THRU 3630-EXIT
006650        GO TO 3620-EXIT
006660     END-IF.
006670     IF W-CH-VALIDEUR (W-IDX-CH) = UA-USER-ID
006680           AND W-CH-SIGNALE-V (W-IDX-CH) = 'N'
006690        MOVE 'O' TO W-CH-SIGNALE-V (W-IDX-CH)
006700        PERFORM 3630-SIGNALER-TAFA THRU 3630-EXIT
006710     END-IF.
006720 3620-EXIT.
006730     EXIT.
006740 3630-SIGNALER-TAFA.
006750     MOVE 4 TO W-REGLE-COURANTE.
006760     MOVE UA-USER-ID TO W-USER-COURANT.
006770     MOVE UA-HORODATE TO W-HORO-COURANTE.
006780     MOVE SPACES TO W-REFERENCE.
006790     STRING 'RUBRIQUE ' DELIMITED BY SIZE
006800         W-CH-RUBRIQUE (W-IDX-CH) DELIMITED BY SIZE
006810         ' DU ' DELIMITED BY SIZE
006820         W-CH-HORODATE (W-IDX-CH) (1:12) DELIMITED BY SIZE
006830         ' PUIS ADH ' DELIMITED BY SIZE
006840         UA-COADHF DELIMITED BY SIZE
006850         INTO W-REFERENCE
006860     END-STRING.
006870     PERFORM 5000-SIGNALER THRU 5000-EXIT.
006880 3630-EXIT.
006890     EXIT.
006900*****************************************************************
006910*    3800-CONTROLER-REVUE - REGLE RVPR : DISPOSITION RV-JOURNAL
006920*    DE LA PERIODE PRONONCEE PAR L'EMETTEUR DE L'ITEM. UN ITEM
006930*    BATCH (EMETTEUR A BLANC) N'EST PAS CONCERNE.
006940*****************************************************************
006950 3800-CONTROLER-REVUE.
006960     OPEN INPUT RV-JOURNAL.
006970     MOVE W-RV-JOURNAL-STATUS TO W-STATUT-COURANT.
006980     IF NOT SOURCE-OUVERTE
006990        MOVE 'RVJRNL' TO W-SOURCE-COURANTE
007000        MOVE 5 TO W-REGLE-COURANTE
007010        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
007020        GO TO 3800-EXIT
007030     END-IF.
007040     MOVE 'N' TO W-FIN-SOURCE.
007050     PERFORM 3810-LIRE-DISPOSITION THRU 3810-EXIT
007060        UNTIL FIN-SOURCE.
007070     CLOSE RV-JOURNAL.
007080 3800-EXIT.
007090     EXIT.
007100 3810-LIRE-DISPOSITION.
007110     READ RV-JOURNAL
007120        AT END
007130           MOVE 'O' TO W-FIN-SOURCE
007140           GO TO 3810-EXIT
007150     END-READ.
007160     IF JR-EMETTEUR = SPACES OR JR-EMETTEUR NOT = JR-SUPERVISEUR
007170        GO TO 3810-EXIT
007180     END-IF.
007190     MOVE JR-HORODATE-DECISION TO W-HORO-TEST.
007200     PERFORM 5900-TESTER-HORODATE THRU 5900-EXIT.
007210     IF NOT DANS-PERIODE
007220        GO TO 3810-EXIT
007230     END-IF.
007240     MOVE 5 TO W-REGLE-COURANTE.
007250     MOVE JR-SUPERVISEUR TO W-USER-COURANT.
007260     MOVE JR-HORODATE-DECISION TO W-HORO-COURANTE.
007270     MOVE SPACES TO W-REFERENCE.
007280     STRING 'ITEM ' DELIMITED BY SIZE
007290         JR-PROGRAMME DELIMITED BY SIZE
007300         ' DU ' DELIMITED BY SIZE
007310         JR-HORODATE-ITEM (1:12) DELIMITED BY SIZE
007320         ' ' DELIMITED BY SIZE
007330         JR-DISPOSITION DELIMITED BY SIZE
007340         INTO W-REFERENCE
007350     END-STRING.
007360     PERFORM 5000-SIGNALER THRU 5000-EXIT.
007370 3810-EXIT.
007380     EXIT.
007390*****************************************************************
007400*    5000-SIGNALER - LIGNE DE DETAIL ET CUMULS PAR REGLE ET PAR
007410*    UTILISATEUR.
007420*****************************************************************
007430 5000-SIGNALER.
007440     ADD 1 TO W-NB-SIGNALEMENTS.
007450     ADD 1 TO W-RG-NB (W-REGLE-COURANTE).
007460     MOVE W-RG-CODE (W-REGLE-COURANTE) TO WLS-REGLE.
007470     MOVE W-USER-COURANT TO WLS-USER-ID.
007480     MOVE W-HORO-COURANTE TO WLS-HORODATE.
007490     MOVE W-REFERENCE TO WLS-REFERENCE.
007500     MOVE W-LIGNE-SIGNALEMENT TO SO-RPRT-LIGNE.
007510     WRITE SO-RPRT-LIGNE.
007520     IF RETURN-CODE < 4
007530        MOVE 4 TO RETURN-CODE
007540     END-IF.
007550     PERFORM 5100-CUMULER-USER THRU 5100-EXIT.
007560 5000-EXIT.
007570     EXIT.
007580 5100-CUMULER-USER.
007590     IF W-NB-USERS > ZERO
007600        SET W-IDX-US TO 1
007610        SEARCH W-US-ENTREE
007620           AT END
007630              CONTINUE
007640           WHEN W-IDX-US > W-NB-USERS
007650              CONTINUE
007660           WHEN W-US-USER-ID (W-IDX-US) = W-USER-COURANT
007670              ADD 1 TO W-US-NB (W-IDX-US, W-REGLE-COURANTE)
007680              ADD 1 TO W-US-TOTAL (W-IDX-US)
007690              GO TO 5100-EXIT
007700        END-SEARCH
007710     END-IF.
007720     IF W-NB-USERS NOT < 300
007730        IF NOT USERS-PLEINE
007740           MOVE 'O' TO W-USERS-PLEINE-SW
007750           DISPLAY 'HZSO0001 - PLUS DE 300 UTILISATEURS - '
007760               'SYNTHESE PAR UTILISATEUR PARTIELLE'
007770        END-IF
007780        GO TO 5100-EXIT
007790     END-IF.
007800     ADD 1 TO W-NB-USERS.
007810     SET W-IDX-US TO W-NB-USERS.
007820     MOVE W-USER-COURANT TO W-US-USER-ID (W-IDX-US).
007830     MOVE ZERO TO W-US-NB (W-IDX-US, 1) W-US-NB (W-IDX-US, 2)
007840                  W-US-NB (W-IDX-US, 3) W-US-NB (W-IDX-US, 4)
007850                  W-US-NB (W-IDX-US, 5).
007860     MOVE 1 TO W-US-NB (W-IDX-US, W-REGLE-COURANTE).
007870     MOVE 1 TO W-US-TOTAL (W-IDX-US).
007880 5100-EXIT.
007890     EXIT.
007900*****************************************************************
007910*    5900-TESTER-HORODATE - HORODATE AAMMJJ... DANS LA PERIODE.
007920*****************************************************************
007930 5900-TESTER-HORODATE.
007940     MOVE 'N' TO W-PERIODE-SW.
007950     IF W-HORO-TEST (1:6) NOT < W-HORO-DEBUT
007960           AND W-HORO-TEST (1:6) NOT > W-HORO-FIN
007970        MOVE 'O' TO W-PERIODE-SW
007980     END-IF.
007990 5900-EXIT.
008000     EXIT.
008010*****************************************************************
008020*    6000-SIGNALER-ABSENCE - SOURCE ILLISIBLE : LA REGLE EST
008030*    DECLAREE NON EVALUEE DANS LA SYNTHESE.
008040*****************************************************************
008050 6000-SIGNALER-ABSENCE.
008060     DISPLAY 'HZSO0001 - ' W-SOURCE-COURANTE ' NON DISPONIBLE ('
008070         W-STATUT-COURANT ') - REGLE '
008080         W-RG-CODE (W-REGLE-COURANTE) ' NON EVALUEE'.
008090     MOVE 'N' TO W-RG-EVALUEE (W-REGLE-COURANTE).
008100     IF RETURN-CODE < 4
008110        MOVE 4 TO RETURN-CODE
008120     END-IF.
008130 6000-EXIT.
008140     EXIT.
008150*****************************************************************
008160*    7000-EDITER-SYNTHESE - NOMBRES PAR UTILISATEUR PUIS PAR
008170*    REGLE, POUR LE RESPONSABLE DU CONTROLE INTERNE.
008180*****************************************************************
008190 7000-EDITER-SYNTHESE.
008200     MOVE SPACES TO SO-RPRT-LIGNE.
008210     WRITE SO-RPRT-LIGNE.
008220     MOVE 'SYNTHESE PAR UTILISATEUR' TO SO-RPRT-LIGNE.
008230     WRITE SO-RPRT-LIGNE.
008240     MOVE SPACES TO W-LIGNE-USER.
008250     MOVE 'USER-ID' TO WLU-USER-ID.
008260     MOVE W-LIGNE-USER TO W-LIGNE-TRAVAIL.
008270     MOVE W-RG-CODE (1) TO W-LIGNE-TRAVAIL (12:4).
008280     MOVE W-RG-CODE (2) TO W-LIGNE-TRAVAIL (19:4).
008290     MOVE W-RG-CODE (3) TO W-LIGNE-TRAVAIL (26:4).
008300     MOVE W-RG-CODE (4) TO W-LIGNE-TRAVAIL (33:4).
008310     MOVE W-RG-CODE (5) TO W-LIGNE-TRAVAIL (40:4).
008320     MOVE 'TOTAL' TO W-LIGNE-TRAVAIL (45:5).
008330     MOVE W-LIGNE-TRAVAIL TO SO-RPRT-LIGNE.
008340     WRITE SO-RPRT-LIGNE.
008350     IF W-NB-USERS = ZERO
008360        MOVE 'AUCUN SIGNALEMENT' TO SO-RPRT-LIGNE
008370        WRITE SO-RPRT-LIGNE
008380     END-IF.
008390     PERFORM 7100-EDITER-USER THRU 7100-EXIT
008400        VARYING W-IDX-US FROM 1 BY 1
008410        UNTIL W-IDX-US > W-NB-USERS.
008420     MOVE SPACES TO SO-RPRT-LIGNE.
008430     WRITE SO-RPRT-LIGNE.
008440     MOVE 'SYNTHESE PAR REGLE' TO SO-RPRT-LIGNE.
008450     WRITE SO-RPRT-LIGNE.
008460     PERFORM 7200-EDITER-REGLE THRU 7200-EXIT
008470        VARYING W-IDX-RG FROM 1 BY 1 UNTIL W-IDX-RG > 5.
008480 7000-EXIT.
008490     EXIT.
008500 7100-EDITER-USER.
008510     MOVE SPACES TO W-LIGNE-USER.
008520     MOVE W-US-USER-ID (W-IDX-US) TO WLU-USER-ID.
008530     PERFORM 7110-EDITER-CASE THRU 7110-EXIT
008540        VARYING W-IDX-EDIT FROM 1 BY 1 UNTIL W-IDX-EDIT > 5.
008550     MOVE W-US-TOTAL (W-IDX-US) TO WLU-TOTAL.
008560     MOVE W-LIGNE-USER TO SO-RPRT-LIGNE.
008570     WRITE SO-RPRT-LIGNE.
008580 7100-EXIT.
008590     EXIT.
008600 7110-EDITER-CASE.
008610     MOVE W-US-NB (W-IDX-US, W-IDX-EDIT) TO WLU-NB (W-IDX-EDIT).
008620 7110-EXIT.
008630     EXIT.
008640 7200-EDITER-REGLE.
008650     MOVE W-RG-NB (W-IDX-RG) TO W-NB-EDIT.
008660     MOVE SPACES TO W-LIGNE-TRAVAIL.
008670     IF W-RG-EVALUEE (W-IDX-RG) = 'N'
008680        STRING W-RG-CODE (W-IDX-RG) DELIMITED BY SIZE
008690            ' ' DELIMITED BY SIZE
008700            W-RG-LIBELLE (W-IDX-RG) DELIMITED BY SIZE
008710            ' NON EVALUEE' DELIMITED BY SIZE
008720            INTO W-LIGNE-TRAVAIL
008730        END-STRING
008740     ELSE
008750        STRING W-RG-CODE (W-IDX-RG) DELIMITED BY SIZE
008760            ' ' DELIMITED BY SIZE
008770            W-RG-LIBELLE (W-IDX-RG) DELIMITED BY SIZE
008780            W-NB-EDIT DELIMITED BY SIZE
008790            INTO W-LIGNE-TRAVAIL
008800        END-STRING
008810     END-IF.
008820     MOVE W-LIGNE-TRAVAIL TO SO-RPRT-LIGNE.
008830     WRITE SO-RPRT-LIGNE.
008840 7200-EXIT.
008850     EXIT.
008860*****************************************************************
008870*    8000-TERMINE
008880*****************************************************************
008890 8000-TERMINE.
008900     CLOSE SO-RPRT.
008910     MOVE W-NB-SIGNALEMENTS TO W-NB-EDIT.
008920     DISPLAY 'HZSO0001 - SIGNALEMENTS      : ' W-NB-EDIT.
008930     MOVE W-NB-USERS TO W-NB-EDIT.
008940     DISPLAY 'HZSO0001 - UTILISATEURS      : ' W-NB-EDIT.
008950     MOVE W-NB-CHANGES TO W-NB-EDIT.
008960     DISPLAY 'HZSO0001 - CHANGEMENTS KMHIST: ' W-NB-EDIT.
008970 8000-EXIT.
008980     EXIT.
