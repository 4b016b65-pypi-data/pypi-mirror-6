000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZCM0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. COMPENSATION DES SOLDES CREDITEURS ET REMBOURSEMENT
000080     DES TROP-PERCUS, EN AVAL DE HZFC0001 : CHAQUE CREDIT 'T'
000090     DE LA FILE DE SUSPENS (TROP-PERCU DE HZPM0001 OU EXCEDENT
000100     D'AVOIR) EST D'ABORD IMPUTE SUR LES POSTES OUVERTS NON
000110     SOLDES DU MEME ADHERENT, LUS ET REECRITS DANS LE MAITRE
000120     OUV-MAST PAR SA CLE ADHERENT ; LE RELIQUAT PLUS
000130     ANCIEN QUE LE DELAI KONSTAB REMB-DELAI-JOURS (DEFAUT 30)
000140     EST REMBOURSE PAR VIREMENT SUR LE COMPTE DU MANDAT ACTIF
000150     (FICHIER VIR-REMB, ENTETE '01' / ORDRE '02' / PIED '09'),
000160     AVEC UNE ECRITURE EQUILIBREE GL-POST (ENTREE 'REMB' DU
000170     PLAN CPT-MAP) ; LE RESTE DEMEURE EN SUSPENS 'T'. CHAQUE
000180     COMPENSATION ET CHAQUE REMBOURSEMENT LAISSE UNE LIGNE AU
000190     REGISTRE CM-REG. UN MEME MONTANT N'EST JAMAIS COMPENSE ET
000200     REMBOURSE : SEUL LE RELIQUAT APRES COMPENSATION EST
000210     REMBOURSABLE, ET UN CREDIT REMBOURSE SORT DU SUSPENS. UN
000220     RELIQUAT DESTINE A UN COMPTE BLOQUE OU CONFIRME FRAUDULEUX
000230     DANS LA TABLE DE SURVEILLANCE CPT-SURV (HZFR0001) EST RETENU
000240     EN SUSPENS JUSQU'A SA LIBERATION PAR UN SUPERVISEUR.
000250*****************************************************************
000260*    HISTORIQUE DES MODIFICATIONS
000270*    --------------------------------------------------------
000280*    DATE       AUTEUR  DESCRIPTION
000290*    --------   ------  -------------------------------------
000300*    15/10/2026 EBA     CREATION.
000310*    15/10/2026 EBA     POSTES PASSES EN PERTE ('I') EXCLUS DE
000320*                       LA COMPENSATION.
000330*    15/10/2026 EBA     POSTES LUS ET REECRITS DANS LE MAITRE
000340*                       INDEXE OUV-MAST (OUVMSTC) : PLUS DE TABLE
000350*                       DE 1000 POSTES NI DE RECOPIE SUR
000360*                       OUV-ITEMS-NV.
000370*    15/10/2026 EBA     REMBOURSEMENT RETENU EN SUSPENS QUAND LE
000380*                       COMPTE DU MANDAT EST BLOQUE DANS CPT-SURV
000390*                       (SURVEILLANCE HZFR0001) ; SANS CPT-SURV,
000400*                       AUCUN REMBOURSEMENT N'EST EMIS.
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460 SPECIAL-NAMES.
000470     DECIMAL-POINT IS COMMA.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT OUV-MAST ASSIGN TO OUVMAST
000510         ORGANIZATION INDEXED
000520         ACCESS MODE DYNAMIC
000530         RECORD KEY OV-NUMERO-FACTURE
000540         ALTERNATE RECORD KEY OV-COADHF WITH DUPLICATES
000550         FILE STATUS W-OUV-MAST-STATUS.
000560     SELECT SUSP-IN ASSIGN TO SUSPIN
000570         ORGANIZATION SEQUENTIAL
000580         FILE STATUS W-SUSP-IN-STATUS.
000590     SELECT MANDATS ASSIGN TO MANDATS
000600         ORGANIZATION SEQUENTIAL
000610         FILE STATUS W-MANDATS-STATUS.
000620     SELECT KONSTAB ASSIGN TO KONSTAB
000630         ORGANIZATION SEQUENTIAL
000640         FILE STATUS W-KONSTAB-STATUS.
000650     SELECT CPT-MAP ASSIGN TO CPTMAP
000660         ORGANIZATION SEQUENTIAL
000670         FILE STATUS W-CPT-MAP-STATUS.
000680     SELECT CPT-SURV ASSIGN TO CPTSURV
000690         ORGANIZATION SEQUENTIAL
000700         FILE STATUS W-CPT-SURV-STATUS.
000710     SELECT SUSP-OUT ASSIGN TO SUSPOUT
000720         ORGANIZATION SEQUENTIAL
000730         FILE STATUS W-SUSP-OUT-STATUS.
000740     SELECT VIR-REMB ASSIGN TO VIRREMB
000750         ORGANIZATION SEQUENTIAL
000760         FILE STATUS W-VIR-REMB-STATUS.
000770     SELECT GL-POST ASSIGN TO GLPOST
000780         ORGANIZATION SEQUENTIAL
000790         FILE STATUS W-GL-POST-STATUS.
000800     SELECT CM-REG ASSIGN TO CMREG
000810         ORGANIZATION SEQUENTIAL
000820         FILE STATUS W-CM-REG-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850*****************************************************************
000860*    OUV-MAST - MAITRE DES POSTES CLIENTS, PARCOURU PAR LA CLE
000870*    ADHERENT.
000880*****************************************************************
000890 FD  OUV-MAST
000900     LABEL RECORD STANDARD
000910     DATA RECORD OUV-MAST-ENREG.
000920 COPY OUVMSTC.
000930*****************************************************************
000940*    SUSP-IN / SUSP-OUT - FILE DE SUSPENS CUMULATIVE, MEME
000950*    DESSIN QUE DANS HZPM0001. SEULS LES CREDITS 'T' SONT
000960*    TRAITES ICI, LE RESTE EST RECOPIE TEL QUEL.
000970*****************************************************************
000980 FD  SUSP-IN
000990     LABEL RECORD STANDARD
001000     DATA RECORD SUSP-IN-LIGNE.
001010 01  SUSP-IN-LIGNE.
001020     05  SI-TYPE                 PIC X(01).
001030     05  SI-DATE                 PIC 9(08).
001040     05  SI-COADHF               PIC X(09).
001050     05  SI-MONTANT              PIC S9(11)V99
001060                                 SIGN LEADING SEPARATE.
001070     05  SI-LIBELLE              PIC X(30).
001080*****************************************************************
001090*    MANDATS - TABLE DES MANDATS TENUE PAR HZMD0001.
001100*****************************************************************
001110 FD  MANDATS
001120     LABEL RECORD STANDARD
001130     DATA RECORD MANDATS-LIGNE.
001140 01  MANDATS-LIGNE.
001150     05  MD-COADHF               PIC X(09).
001160     05  MD-REF-COMPTE           PIC X(34).
001170     05  MD-DATE-MANDAT          PIC 9(08).
001180     05  MD-STATUT               PIC X(01).
001190     05  MD-NB-ECHECS            PIC 9(02).
001200 FD  KONSTAB
001210     LABEL RECORD STANDARD
001220     DATA RECORD KONSTAB-LIGNE.
001230 01  KONSTAB-LIGNE.
001240     05  KONSTAB-RUBRIQUE        PIC X(20).
001250     05  KONSTAB-VALEUR          PIC X(60).
001260 FD  CPT-MAP
001270     LABEL RECORD STANDARD
001280     DATA RECORD CPT-MAP-LIGNE.
001290 01  CPT-MAP-LIGNE.
001300     05  CM-COANAL               PIC X(05).
001310     05  CM-COMPTE-DEBIT         PIC X(10).
001320     05  CM-COMPTE-CREDIT        PIC X(10).
001330     05  CM-ENTITE               PIC X(02).
001340*****************************************************************
001350*    CPT-SURV - TABLE DES COMPTES SOUS SURVEILLANCE TENUE PAR
001360*    HZFR0001 (STATUT 'B' BLOQUE / 'L' LIBERE / 'F' FRAUDE
001370*    CONFIRMEE).
001380*****************************************************************
001390 FD  CPT-SURV
001400     LABEL RECORD STANDARD
001410     DATA RECORD CPT-SURV-LIGNE.
001420 01  CPT-SURV-LIGNE.
001430     05  FS-REF-COMPTE           PIC X(34).
001440     05  FS-COADHF               PIC X(09).
001450     05  FS-MOTIF                PIC X(01).
001460     05  FS-DATE-DETECTION       PIC 9(08).
001470     05  FS-HORODATE-REVUE       PIC X(15).
001480     05  FS-STATUT               PIC X(01).
001490         88  FS-COMPTE-RETENU    VALUE 'B' 'F'.
001500     05  FS-SUPERVISEUR          PIC X(08).
001510     05  FS-DATE-DECISION        PIC 9(08).
001520 FD  SUSP-OUT
001530     LABEL RECORD STANDARD
001540     DATA RECORD SUSP-OUT-LIGNE.
001550 01  SUSP-OUT-LIGNE.
001560     05  SO-TYPE                 PIC X(01).
001570     05  SO-DATE                 PIC 9(08).
001580     05  SO-COADHF               PIC X(09).
001590     05  SO-MONTANT              PIC S9(11)V99
001600                                 SIGN LEADING SEPARATE.
001610     05  SO-LIBELLE              PIC X(30).
001620*****************************************************************
001630*    VIR-REMB - ORDRES DE VIREMENT DE REMBOURSEMENT : ENTETE
001640*    '01' (DATE D'EXECUTION), ORDRE '02' (ADHERENT, COMPTE DU
001650*    MANDAT, MONTANT, DATE DU CREDIT), PIED '09' (VOLUME ET
001660*    TOTAL DE CONTROLE). MEME PRINCIPE QUE PRELEV (HZPV0001).
001670*****************************************************************
001680 FD  VIR-REMB
001690     LABEL RECORD STANDARD
001700     DATA RECORD VIR-REMB-ENREG.
001710 01  VIR-REMB-ENREG              PIC X(80).
001720 FD  GL-POST
001730     LABEL RECORD STANDARD
001740     DATA RECORD GL-POST-LIGNE.
001750 01  GL-POST-LIGNE.
001760     05  GP-DATE                 PIC 9(08).
001770     05  GP-COMPTE               PIC X(10).
001780     05  GP-SENS                 PIC X(01).
001790     05  GP-MONTANT              PIC S9(11)V99
001800                                 SIGN LEADING SEPARATE.
001810     05  GP-LIBELLE              PIC X(30).
001820*****************************************************************
001830*    CM-REG - REGISTRE DES COMPENSATIONS ('C', FACTURE SOLDEE
001840*    PAR LE CREDIT) ET DES REMBOURSEMENTS ('R', COMPTE
001850*    CREDITE).
001860*****************************************************************
001870 FD  CM-REG
001880     LABEL RECORD STANDARD
001890     DATA RECORD CM-REG-LIGNE.
001900 01  CM-REG-LIGNE.
001910     05  CR-TYPE                 PIC X(01).
001920     05  CR-DATE                 PIC 9(08).
001930     05  CR-COADHF               PIC X(09).
001940     05  CR-DATE-CREDIT          PIC 9(08).
001950     05  CR-NUMERO-FACTURE       PIC 9(08).
001960     05  CR-MONTANT              PIC S9(11)V99
001970                                 SIGN LEADING SEPARATE.
001980     05  CR-REF-COMPTE           PIC X(34).
001990     05  CR-LIBELLE              PIC X(30).
002000 WORKING-STORAGE SECTION.
002010 01  W-OUV-MAST-STATUS           PIC XX.
002020     88  OUV-MAST-OK             VALUE '00'.
002030 01  W-OUV-MAST-OUVERT           PIC X VALUE 'N'.
002040     88  OUV-MAST-OUVERT         VALUE 'O'.
002050 01  W-SUSP-IN-STATUS            PIC XX.
002060     88  SUSP-IN-OK              VALUE '00'.
002070 01  W-MANDATS-STATUS            PIC XX.
002080     88  MANDATS-OK              VALUE '00'.
002090 01  W-KONSTAB-STATUS            PIC XX.
002100     88  KONSTAB-OK              VALUE '00'.
002110     88  KONSTAB-FIN             VALUE '10'.
002120 01  W-CPT-MAP-STATUS            PIC XX.
002130     88  CPT-MAP-OK              VALUE '00'.
002140 01  W-CPT-SURV-STATUS           PIC XX.
002150     88  CPT-SURV-OK             VALUE '00'.
002160 01  W-SUSP-OUT-STATUS           PIC XX.
002170 01  W-VIR-REMB-STATUS           PIC XX.
002180 01  W-GL-POST-STATUS            PIC XX.
002190 01  W-CM-REG-STATUS             PIC XX.
002200 01  W-FIN-OUV                   PIC X VALUE 'N'.
002210     88  FIN-OUV                 VALUE 'O'.
002220 01  W-FIN-SUSP                  PIC X VALUE 'N'.
002230     88  FIN-SUSP                VALUE 'O'.
002240 01  W-FIN-MANDATS               PIC X VALUE 'N'.
002250     88  FIN-MANDATS             VALUE 'O'.
002260 01  W-FIN-MAP                   PIC X VALUE 'N'.
002270     88  FIN-MAP                 VALUE 'O'.
002280 01  W-FIN-SURV                  PIC X VALUE 'N'.
002290     88  FIN-SURV                VALUE 'O'.
002300 01  W-SURV-SW                   PIC X VALUE 'N'.
002310     88  SURVEILLANCE-CHARGEE    VALUE 'O'.
002320*****************************************************************
002330*    PARAMETRE KONSTAB : DELAI (JOURS) AU-DELA DUQUEL UN
002340*    RELIQUAT CREDITEUR EST REMBOURSE.
002350*****************************************************************
002360 01  KT-REMB-DELAI-JOURS         PIC 9(03) VALUE 030.
002370*****************************************************************
002380*    CREDITS 'T' EN TABLE (500 AU PLUS).
002390*****************************************************************
002400 01  W-NB-CREDITS                PIC 9(03) COMP VALUE ZERO.
002410 01  W-TAB-CREDITS.
002420     05  W-CR-ENTREE OCCURS 500 TIMES.
002430         10  W-CR-DATE           PIC 9(08).
002440         10  W-CR-COADHF         PIC X(09).
002450         10  W-CR-MONTANT        PIC S9(11)V99 COMP-3.
002460         10  W-CR-LIBELLE        PIC X(30).
002470*****************************************************************
002480*    MANDATS EN TABLE (2000 AU PLUS, MEME BORNE QUE HZMD0001).
002490*****************************************************************
002500 01  W-NB-MANDATS                PIC 9(04) COMP VALUE ZERO.
002510 01  W-TAB-MANDATS.
002520     05  W-MD-ENTREE OCCURS 2000 TIMES
002530             INDEXED BY W-IDX-MD.
002540         10  W-MD-COADHF         PIC X(09).
002550         10  W-MD-REF-COMPTE     PIC X(34).
002560         10  W-MD-STATUT         PIC X(01).
002570 01  W-MANDAT-ACTIF-SW           PIC X VALUE 'N'.
002580     88  MANDAT-ACTIF            VALUE 'O'.
002590 01  W-REF-COMPTE-COURANTE       PIC X(34) VALUE SPACES.
002600*****************************************************************
002610*    COMPTES RETENUS (BLOQUES OU CONFIRMES FRAUDULEUX DANS
002620*    CPT-SURV), 1000 AU PLUS, MEME BORNE QUE HZFR0001.
002630*****************************************************************
002640 01  W-NB-RETENUS                PIC 9(04) COMP VALUE ZERO.
002650 01  W-TAB-RETENUS.
002660     05  W-RT-REF-COMPTE OCCURS 1000 TIMES
002670             INDEXED BY W-IDX-RT PIC X(34).
002680 01  W-COMPTE-RETENU-SW          PIC X VALUE 'N'.
002690     88  COMPTE-RETENU           VALUE 'O'.
002700*****************************************************************
002710*    COMPTES DE L'ENTREE 'REMB' DU PLAN CPT-MAP : COMPTE DES
002720*    ADHERENTS CREDITEURS AU DEBIT, BANQUE AU CREDIT.
002730*****************************************************************
002740 01  W-COMPTE-CREDITEURS         PIC X(10) VALUE SPACES.
002750 01  W-COMPTE-BANQUE             PIC X(10) VALUE SPACES.
002760*****************************************************************
002770*    GABARITS DES ENREGISTREMENTS VIR-REMB.
002780*****************************************************************
002790 01  W-VR-ENTETE.
002800     05  FILLER                  PIC X(02) VALUE '01'.
002810     05  W-VE-DATE-EXECUTION     PIC 9(08).
002820     05  FILLER                  PIC X(70) VALUE SPACES.
002830 01  W-VR-ORDRE.
002840     05  FILLER                  PIC X(02) VALUE '02'.
002850     05  W-VO-COADHF             PIC X(09).
002860     05  W-VO-REF-COMPTE         PIC X(34).
002870     05  W-VO-MONTANT            PIC S9(11)V99
002880                                 SIGN LEADING SEPARATE.
002890     05  W-VO-DATE-CREDIT        PIC 9(08).
002900     05  FILLER                  PIC X(13) VALUE SPACES.
002910 01  W-VR-PIED.
002920     05  FILLER                  PIC X(02) VALUE '09'.
002930     05  W-VP-NB                 PIC 9(07).
002940     05  W-VP-TOTAL              PIC S9(13)V99
002950                                 SIGN LEADING SEPARATE.
002960     05  FILLER                  PIC X(55) VALUE SPACES.
002970*****************************************************************
002980*    ZONES DE TRAVAIL ET COMPTEURS.
002990*****************************************************************
003000 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
003010 01  W-QUANTIEME-JOUR            PIC 9(07) COMP VALUE ZERO.
003020 01  W-QUANTIEME-CREDIT          PIC 9(07) COMP VALUE ZERO.
003030 01  W-AGE-JOURS                 PIC S9(05) COMP VALUE ZERO.
003040 01  W-RESTE-DU                  PIC S9(11)V99 COMP-3 VALUE 0.
003050 01  W-IMPUTE                    PIC S9(11)V99 COMP-3 VALUE 0.
003060 01  W-IDX-CR                    PIC 9(03) COMP VALUE ZERO.
003070 01  W-NB-COMPENSATIONS          PIC 9(05) COMP VALUE ZERO.
003080 01  W-TOTAL-COMPENSE            PIC S9(13)V99 COMP-3 VALUE 0.
003090 01  W-NB-REMBOURSEMENTS         PIC 9(07) COMP VALUE ZERO.
003100 01  W-TOTAL-REMBOURSE           PIC S9(13)V99 COMP-3 VALUE 0.
003110 01  W-NB-SANS-MANDAT            PIC 9(05) COMP VALUE ZERO.
003120 01  W-NB-EN-SUSPENS             PIC 9(05) COMP VALUE ZERO.
003130 01  W-NB-REMB-RETENUS           PIC 9(05) COMP VALUE ZERO.
003140 01  W-TOTAL-RETENU              PIC S9(13)V99 COMP-3 VALUE 0.
003150 01  W-TOTAL-DEBIT-GL            PIC S9(13)V99 COMP-3 VALUE 0.
003160 01  W-TOTAL-CREDIT-GL           PIC S9(13)V99 COMP-3 VALUE 0.
003170 01  W-GL-LIBELLE.
003180     05  FILLER                  PIC X(14)
003190                                 VALUE 'REMBOURSEMENT '.
003200     05  W-GL-LIB-COADHF         PIC X(09).
003210     05  FILLER                  PIC X(07) VALUE SPACES.
003220 01  W-NB-EDIT                   PIC Z(06)9.
003230 01  W-MT-EDIT                   PIC -(12)9,99.
003240 PROCEDURE DIVISION.
003250 0000-MAINLINE.
003260     PERFORM 1000-INITIALISE THRU 1000-EXIT.
003270     PERFORM 1400-CHARGER-KONSTAB THRU 1400-EXIT.
003280     PERFORM 1500-OUVRIR-POSTES THRU 1500-EXIT.
003290     PERFORM 1600-CHARGER-MANDATS THRU 1600-EXIT.
003300     PERFORM 1700-CHARGER-COMPTES THRU 1700-EXIT.
003310     PERFORM 1800-CHARGER-SURVEILLANCE THRU 1800-EXIT.
003320     PERFORM 2000-CHARGER-SUSPENS THRU 2000-EXIT.
003330     PERFORM 3000-COMPENSER-CREDIT THRU 3000-EXIT
003340        VARYING W-IDX-CR FROM 1 BY 1
003350        UNTIL W-IDX-CR > W-NB-CREDITS.
003360     PERFORM 4000-TRAITER-RELIQUAT THRU 4000-EXIT
003370        VARYING W-IDX-CR FROM 1 BY 1
003380        UNTIL W-IDX-CR > W-NB-CREDITS.
003390     PERFORM 7500-ECRIRE-PIED THRU 7500-EXIT.
003400     PERFORM 8000-TERMINE THRU 8000-EXIT.
003410     GOBACK.
003420 1000-INITIALISE.
003430     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
003440     COMPUTE W-QUANTIEME-JOUR =
003450        FUNCTION INTEGER-OF-DATE (W-DATE-JOUR-CCYYMMDD).
003460     OPEN OUTPUT SUSP-OUT VIR-REMB GL-POST CM-REG.
003470     MOVE W-DATE-JOUR-CCYYMMDD TO W-VE-DATE-EXECUTION.
003480     MOVE W-VR-ENTETE TO VIR-REMB-ENREG.
003490     WRITE VIR-REMB-ENREG.
003500 1000-EXIT.
003510     EXIT.
003520 1400-CHARGER-KONSTAB.
003530     OPEN INPUT KONSTAB.
003540     IF NOT KONSTAB-OK
003550        DISPLAY 'HZCM0001 - KONSTAB INDISPONIBLE, DELAI PAR '
003560            'DEFAUT (30 JOURS) - STATUT ' W-KONSTAB-STATUS
003570        GO TO 1400-EXIT
003580     END-IF.
003590     PERFORM UNTIL KONSTAB-FIN
003600        READ KONSTAB
003610           AT END SET KONSTAB-FIN TO TRUE
003620           NOT AT END
003630              IF KONSTAB-RUBRIQUE = 'REMB-DELAI-JOURS'
003640                 MOVE KONSTAB-VALEUR (1:3)
003650                    TO KT-REMB-DELAI-JOURS
003660              END-IF
003670        END-READ
003680     END-PERFORM.
003690     CLOSE KONSTAB.
003700 1400-EXIT.
003710     EXIT.
003720 1500-OUVRIR-POSTES.
003730     OPEN I-O OUV-MAST.
003740     IF NOT OUV-MAST-OK
003750        DISPLAY 'HZCM0001 - OUV-MAST INDISPONIBLE - STATUT '
003760            W-OUV-MAST-STATUS
003770        MOVE 8 TO RETURN-CODE
003780        GO TO 1500-EXIT
003790     END-IF.
003800     MOVE 'O' TO W-OUV-MAST-OUVERT.
003810 1500-EXIT.
003820     EXIT.
003830 1600-CHARGER-MANDATS.
003840     OPEN INPUT MANDATS.
003850     IF NOT MANDATS-OK
003860        DISPLAY 'HZCM0001 - MANDATS INDISPONIBLE, AUCUN '
003870            'REMBOURSEMENT POSSIBLE - STATUT ' W-MANDATS-STATUS
003880        MOVE 4 TO RETURN-CODE
003890        GO TO 1600-EXIT
003900     END-IF.
003910     PERFORM UNTIL FIN-MANDATS
003920        READ MANDATS
003930           AT END SET FIN-MANDATS TO TRUE
003940           NOT AT END PERFORM 1610-EMPILER-MANDAT THRU 1610-EXIT
003950        END-READ
003960     END-PERFORM.
003970     CLOSE MANDATS.
003980 1600-EXIT.
003990     EXIT.
004000 1610-EMPILER-MANDAT.
004010     IF W-NB-MANDATS < 2000
004020        ADD 1 TO W-NB-MANDATS
004030        MOVE MD-COADHF TO W-MD-COADHF (W-NB-MANDATS)
004040        MOVE MD-REF-COMPTE TO W-MD-REF-COMPTE (W-NB-MANDATS)
004050        MOVE MD-STATUT TO W-MD-STATUT (W-NB-MANDATS)
004060     ELSE
004070        DISPLAY 'HZCM0001 - TABLE DES MANDATS PLEINE (2000) - '
004080            'ENTREE IGNOREE : ' MD-COADHF
004090        MOVE 8 TO RETURN-CODE
004100     END-IF.
004110 1610-EXIT.
004120     EXIT.
004130*****************************************************************
004140*    1700-CHARGER-COMPTES - ENTREE 'REMB' DU PLAN CPT-MAP. SANS
004150*    ELLE, AUCUN REMBOURSEMENT N'EST EMIS (LES RELIQUATS
004160*    RESTENT EN SUSPENS, SIGNALE CODE 4).
004170*****************************************************************
004180 1700-CHARGER-COMPTES.
004190     OPEN INPUT CPT-MAP.
004200     IF NOT CPT-MAP-OK
004210        DISPLAY 'HZCM0001 - CPT-MAP INDISPONIBLE - STATUT '
004220            W-CPT-MAP-STATUS
004230        MOVE 4 TO RETURN-CODE
004240        GO TO 1700-EXIT
004250     END-IF.
004260     PERFORM UNTIL FIN-MAP
004270        READ CPT-MAP
004280           AT END SET FIN-MAP TO TRUE
004290           NOT AT END
004300              IF CM-COANAL = 'REMB'
004310                 MOVE CM-COMPTE-DEBIT TO W-COMPTE-CREDITEURS
004320                 MOVE CM-COMPTE-CREDIT TO W-COMPTE-BANQUE
004330              END-IF
004340        END-READ
004350     END-PERFORM.
004360     CLOSE CPT-MAP.
004370     IF W-COMPTE-CREDITEURS = SPACES
004380        OR W-COMPTE-BANQUE = SPACES
004390        DISPLAY 'HZCM0001 - ENTREE REMB ABSENTE DE CPT-MAP - '
004400            'AUCUN REMBOURSEMENT EMIS'
004410        MOVE 4 TO RETURN-CODE
004420     END-IF.
004430 1700-EXIT.
004440     EXIT.
004450*****************************************************************
004460*    1800-CHARGER-SURVEILLANCE - COMPTES BLOQUES OU CONFIRMES
004470*    FRAUDULEUX DE CPT-SURV. SANS CPT-SURV, AUCUN REMBOURSEMENT
004480*    N'EST EMIS (LES RELIQUATS RESTENT EN SUSPENS, CODE 4) : UN
004490*    COMPTE SIGNALE NE DOIT PAS ETRE PAYE FAUTE DE TABLE.
004500*****************************************************************
004510 1800-CHARGER-SURVEILLANCE.
004520     OPEN INPUT CPT-SURV.
004530     IF NOT CPT-SURV-OK
004540        DISPLAY 'HZCM0001 - CPT-SURV INDISPONIBLE, AUCUN '
004550            'REMBOURSEMENT EMIS - STATUT ' W-CPT-SURV-STATUS
004560        MOVE 4 TO RETURN-CODE
004570        GO TO 1800-EXIT
004580     END-IF.
004590     PERFORM UNTIL FIN-SURV
004600        READ CPT-SURV
004610           AT END SET FIN-SURV TO TRUE
004620           NOT AT END PERFORM 1810-EMPILER-COMPTE THRU 1810-EXIT
004630        END-READ
004640     END-PERFORM.
004650     CLOSE CPT-SURV.
004660     MOVE 'O' TO W-SURV-SW.
004670 1800-EXIT.
004680     EXIT.
004690 1810-EMPILER-COMPTE.
004700     IF NOT FS-COMPTE-RETENU
004710        GO TO 1810-EXIT
004720     END-IF.
004730     IF W-NB-RETENUS < 1000
004740        ADD 1 TO W-NB-RETENUS
004750        MOVE FS-REF-COMPTE TO W-RT-REF-COMPTE (W-NB-RETENUS)
004760     ELSE
004770        DISPLAY 'HZCM0001 - TABLE DES COMPTES RETENUS PLEINE '
004780            '(1000) - ENTREE IGNOREE : ' FS-REF-COMPTE
004790        MOVE 8 TO RETURN-CODE
004800     END-IF.
004810 1810-EXIT.
004820     EXIT.
004830*****************************************************************
004840*    2000-CHARGER-SUSPENS - LES CREDITS 'T' SONT PRIS EN TABLE,
004850*    LE RESTE DU SUSPENS (PARTIELS 'P', NON IDENTIFIES 'I') EST
004860*    RECOPIE TEL QUEL SUR SUSP-OUT.
004870*****************************************************************
004880 2000-CHARGER-SUSPENS.
004890     OPEN INPUT SUSP-IN.
004900     IF NOT SUSP-IN-OK
004910        DISPLAY 'HZCM0001 - SUSP-IN INDISPONIBLE, AUCUN CREDIT '
004920            'A TRAITER - STATUT ' W-SUSP-IN-STATUS
004930        GO TO 2000-EXIT
004940     END-IF.
004950     PERFORM 2100-LIRE-SUSPENS THRU 2100-EXIT
004960        UNTIL FIN-SUSP.
004970     CLOSE SUSP-IN.
004980 2000-EXIT.
004990     EXIT.
005000 2100-LIRE-SUSPENS.
005010     READ SUSP-IN
005020        AT END
005030           MOVE 'O' TO W-FIN-SUSP
005040           GO TO 2100-EXIT
005050     END-READ.
005060     IF SI-TYPE NOT = 'T' OR W-NB-CREDITS NOT < 500
005070        IF SI-TYPE = 'T'
005080           DISPLAY 'HZCM0001 - TABLE DES CREDITS PLEINE (500) -'
005090               ' CREDIT LAISSE EN SUSPENS : ' SI-COADHF
005100        END-IF
005110        MOVE SUSP-IN-LIGNE TO SUSP-OUT-LIGNE
005120        WRITE SUSP-OUT-LIGNE
005130        GO TO 2100-EXIT
005140     END-IF.
005150     ADD 1 TO W-NB-CREDITS.
005160     MOVE SI-DATE TO W-CR-DATE (W-NB-CREDITS).
005170     MOVE SI-COADHF TO W-CR-COADHF (W-NB-CREDITS).
005180     MOVE SI-MONTANT TO W-CR-MONTANT (W-NB-CREDITS).
005190     MOVE SI-LIBELLE TO W-CR-LIBELLE (W-NB-CREDITS).
005200 2100-EXIT.
005210     EXIT.
005220*****************************************************************
005230*    3000-COMPENSER-CREDIT - LE CREDIT COURANT SOLDE, DANS
005240*    L'ORDRE DE LA CLE ADHERENT DU MAITRE, LES POSTES NON SOLDES
005250*    DE SON ADHERENT JUSQU'A EPUISEMENT.
005260*****************************************************************
005270 3000-COMPENSER-CREDIT.
005280     IF W-CR-COADHF (W-IDX-CR) = SPACES
005290        OR W-CR-MONTANT (W-IDX-CR) NOT > ZERO
005300        OR NOT OUV-MAST-OUVERT
005310        GO TO 3000-EXIT
005320     END-IF.
005330     MOVE 'N' TO W-FIN-OUV.
005340     MOVE W-CR-COADHF (W-IDX-CR) TO OV-COADHF.
005350     START OUV-MAST KEY IS EQUAL TO OV-COADHF
005360        INVALID KEY MOVE 'O' TO W-FIN-OUV
005370     END-START.
005380     PERFORM 3100-COMPENSER-POSTE THRU 3100-EXIT
005390        UNTIL FIN-OUV
005400           OR W-CR-MONTANT (W-IDX-CR) = ZERO.
005410 3000-EXIT.
005420     EXIT.
005430 3100-COMPENSER-POSTE.
005440     READ OUV-MAST NEXT RECORD
005450        AT END
005460           MOVE 'O' TO W-FIN-OUV
005470           GO TO 3100-EXIT
005480     END-READ.
005490     IF OV-COADHF NOT = W-CR-COADHF (W-IDX-CR)
005500        MOVE 'O' TO W-FIN-OUV
005510        GO TO 3100-EXIT
005520     END-IF.
005530     IF OV-STATUT = 'S'
005540        OR OV-STATUT = 'I'
005550        GO TO 3100-EXIT
005560     END-IF.
005570     COMPUTE W-RESTE-DU = OV-MONTANT-TTC - OV-MONTANT-REGLE.
005580     IF W-RESTE-DU NOT > ZERO
005590        GO TO 3100-EXIT
005600     END-IF.
005610     IF W-CR-MONTANT (W-IDX-CR) < W-RESTE-DU
005620        MOVE W-CR-MONTANT (W-IDX-CR) TO W-IMPUTE
005630        MOVE 'P' TO OV-STATUT
005640     ELSE
005650        MOVE W-RESTE-DU TO W-IMPUTE
005660        MOVE 'S' TO OV-STATUT
005670     END-IF.
005680     ADD W-IMPUTE TO OV-MONTANT-REGLE.
005690     REWRITE OUV-MAST-ENREG.
005700     SUBTRACT W-IMPUTE FROM W-CR-MONTANT (W-IDX-CR).
005710     ADD 1 TO W-NB-COMPENSATIONS.
005720     ADD W-IMPUTE TO W-TOTAL-COMPENSE.
005730     MOVE 'C' TO CR-TYPE.
005740     MOVE OV-NUMERO-FACTURE TO CR-NUMERO-FACTURE.
005750     MOVE W-IMPUTE TO CR-MONTANT.
005760     MOVE SPACES TO CR-REF-COMPTE.
005770     PERFORM 6000-ECRIRE-REGISTRE THRU 6000-EXIT.
005780 3100-EXIT.
005790     EXIT.
005800*****************************************************************
005810*    4000-TRAITER-RELIQUAT - RELIQUAT APRES COMPENSATION : PLUS
005820*    ANCIEN QUE LE DELAI ET ADHERENT AVEC MANDAT ACTIF ET
005830*    COMPTES 'REMB' CONNUS -> REMBOURSEMENT ; SINON LE RELIQUAT
005840*    RESTE EN SUSPENS 'T' (DATE ET LIBELLE D'ORIGINE).
005850*****************************************************************
005860 4000-TRAITER-RELIQUAT.
005870     IF W-CR-MONTANT (W-IDX-CR) = ZERO
005880        GO TO 4000-EXIT
005890     END-IF.
005900     IF W-CR-MONTANT (W-IDX-CR) < ZERO
005910        OR W-CR-COADHF (W-IDX-CR) = SPACES
005920        OR W-COMPTE-CREDITEURS = SPACES
005930        OR W-COMPTE-BANQUE = SPACES
005940        OR NOT SURVEILLANCE-CHARGEE
005950        PERFORM 4500-LAISSER-EN-SUSPENS THRU 4500-EXIT
005960        GO TO 4000-EXIT
005970     END-IF.
005980     COMPUTE W-QUANTIEME-CREDIT =
005990        FUNCTION INTEGER-OF-DATE (W-CR-DATE (W-IDX-CR)).
006000     COMPUTE W-AGE-JOURS =
006010        W-QUANTIEME-JOUR - W-QUANTIEME-CREDIT.
006020     IF W-AGE-JOURS NOT > KT-REMB-DELAI-JOURS
006030        PERFORM 4500-LAISSER-EN-SUSPENS THRU 4500-EXIT
006040        GO TO 4000-EXIT
006050     END-IF.
006060     PERFORM 4100-CHERCHER-MANDAT THRU 4100-EXIT.
006070     IF NOT MANDAT-ACTIF
006080        ADD 1 TO W-NB-SANS-MANDAT
006090        PERFORM 4500-LAISSER-EN-SUSPENS THRU 4500-EXIT
006100        GO TO 4000-EXIT
006110     END-IF.
006120     PERFORM 4200-CONTROLER-COMPTE THRU 4200-EXIT.
006130     IF COMPTE-RETENU
006140        ADD 1 TO W-NB-REMB-RETENUS
006150        ADD W-CR-MONTANT (W-IDX-CR) TO W-TOTAL-RETENU
006160        DISPLAY 'HZCM0001 - REMBOURSEMENT RETENU, COMPTE SOUS '
006170            'SURVEILLANCE : ' W-CR-COADHF (W-IDX-CR) ' '
006180            W-REF-COMPTE-COURANTE
006190        PERFORM 4500-LAISSER-EN-SUSPENS THRU 4500-EXIT
006200        GO TO 4000-EXIT
006210     END-IF.
006220     PERFORM 5000-REMBOURSER THRU 5000-EXIT.
006230 4000-EXIT.
006240     EXIT.
006250 4100-CHERCHER-MANDAT.
006260     MOVE 'N' TO W-MANDAT-ACTIF-SW.
006270     MOVE SPACES TO W-REF-COMPTE-COURANTE.
006280     IF W-NB-MANDATS = ZERO
006290        GO TO 4100-EXIT
006300     END-IF.
006310     SET W-IDX-MD TO 1.
006320     SEARCH W-MD-ENTREE
006330        AT END
006340           CONTINUE
006350        WHEN W-IDX-MD > W-NB-MANDATS
006360           CONTINUE
006370        WHEN W-MD-COADHF (W-IDX-MD) = W-CR-COADHF (W-IDX-CR)
006380           IF W-MD-STATUT (W-IDX-MD) = 'A'
006390              AND W-MD-REF-COMPTE (W-IDX-MD) NOT = SPACES
006400              MOVE 'O' TO W-MANDAT-ACTIF-SW
006410              MOVE W-MD-REF-COMPTE (W-IDX-MD)
006420                 TO W-REF-COMPTE-COURANTE
006430           END-IF
006440     END-SEARCH.
006450 4100-EXIT.
006460     EXIT.
006470 4200-CONTROLER-COMPTE.
006480     MOVE 'N' TO W-COMPTE-RETENU-SW.
006490     IF W-NB-RETENUS = ZERO
006500        GO TO 4200-EXIT
006510     END-IF.
006520     SET W-IDX-RT TO 1.
006530     SEARCH W-RT-REF-COMPTE
006540        AT END
006550           CONTINUE
006560        WHEN W-IDX-RT > W-NB-RETENUS
006570           CONTINUE
006580        WHEN W-RT-REF-COMPTE (W-IDX-RT) = W-REF-COMPTE-COURANTE
006590           MOVE 'O' TO W-COMPTE-RETENU-SW
006600     END-SEARCH.
006610 4200-EXIT.
006620     EXIT.
006630 4500-LAISSER-EN-SUSPENS.
006640     ADD 1 TO W-NB-EN-SUSPENS.
006650     MOVE 'T' TO SO-TYPE.
006660     MOVE W-CR-DATE (W-IDX-CR) TO SO-DATE.
006670     MOVE W-CR-COADHF (W-IDX-CR) TO SO-COADHF.
006680     MOVE W-CR-MONTANT (W-IDX-CR) TO SO-MONTANT.
006690     MOVE W-CR-LIBELLE (W-IDX-CR) TO SO-LIBELLE.
006700     WRITE SUSP-OUT-LIGNE.
006710 4500-EXIT.
006720     EXIT.
006730*****************************************************************
006740*    5000-REMBOURSER - ORDRE DE VIREMENT, ECRITURE EQUILIBREE
006750*    (CREDITEURS AU DEBIT, BANQUE AU CREDIT) ET LIGNE DE
006760*    REGISTRE. LE CREDIT EST SOLDE : IL NE REVIENT PAS EN
006770*    SUSPENS.
006780*****************************************************************
006790 5000-REMBOURSER.
006800     MOVE W-CR-COADHF (W-IDX-CR) TO W-VO-COADHF.
006810     MOVE W-REF-COMPTE-COURANTE TO W-VO-REF-COMPTE.
006820     MOVE W-CR-MONTANT (W-IDX-CR) TO W-VO-MONTANT.
006830     MOVE W-CR-DATE (W-IDX-CR) TO W-VO-DATE-CREDIT.
006840     MOVE W-VR-ORDRE TO VIR-REMB-ENREG.
006850     WRITE VIR-REMB-ENREG.
006860     ADD 1 TO W-NB-REMBOURSEMENTS.
006870     ADD W-CR-MONTANT (W-IDX-CR) TO W-TOTAL-REMBOURSE.
006880     MOVE W-CR-COADHF (W-IDX-CR) TO W-GL-LIB-COADHF.
006890     MOVE W-DATE-JOUR-CCYYMMDD TO GP-DATE.
006900     MOVE W-COMPTE-CREDITEURS TO GP-COMPTE.
006910     MOVE 'D' TO GP-SENS.
006920     MOVE W-CR-MONTANT (W-IDX-CR) TO GP-MONTANT.
006930     MOVE W-GL-LIBELLE TO GP-LIBELLE.
006940     WRITE GL-POST-LIGNE.
006950     ADD W-CR-MONTANT (W-IDX-CR) TO W-TOTAL-DEBIT-GL.
006960     MOVE W-COMPTE-BANQUE TO GP-COMPTE.
006970     MOVE 'C' TO GP-SENS.
006980     WRITE GL-POST-LIGNE.
006990     ADD W-CR-MONTANT (W-IDX-CR) TO W-TOTAL-CREDIT-GL.
007000     MOVE 'R' TO CR-TYPE.
007010     MOVE ZERO TO CR-NUMERO-FACTURE.
007020     MOVE W-CR-MONTANT (W-IDX-CR) TO CR-MONTANT.
007030     MOVE W-REF-COMPTE-COURANTE TO CR-REF-COMPTE.
007040     PERFORM 6000-ECRIRE-REGISTRE THRU 6000-EXIT.
007050     MOVE ZERO TO W-CR-MONTANT (W-IDX-CR).
007060 5000-EXIT.
007070     EXIT.
007080 6000-ECRIRE-REGISTRE.
007090     MOVE W-DATE-JOUR-CCYYMMDD TO CR-DATE.
007100     MOVE W-CR-COADHF (W-IDX-CR) TO CR-COADHF.
007110     MOVE W-CR-DATE (W-IDX-CR) TO CR-DATE-CREDIT.
007120     MOVE W-CR-LIBELLE (W-IDX-CR) TO CR-LIBELLE.
007130     WRITE CM-REG-LIGNE.
007140 6000-EXIT.
007150     EXIT.
007160 7500-ECRIRE-PIED.
007170     MOVE W-NB-REMBOURSEMENTS TO W-VP-NB.
007180     MOVE W-TOTAL-REMBOURSE TO W-VP-TOTAL.
007190     MOVE W-VR-PIED TO VIR-REMB-ENREG.
007200     WRITE VIR-REMB-ENREG.
007210     IF W-TOTAL-DEBIT-GL NOT = W-TOTAL-CREDIT-GL
007220        DISPLAY 'HZCM0001 - ECRITURES DESEQUILIBREES'
007230        MOVE 8 TO RETURN-CODE
007240     END-IF.
007250 7500-EXIT.
007260     EXIT.
007270 8000-TERMINE.
007280     CLOSE SUSP-OUT VIR-REMB GL-POST CM-REG.
007290     IF OUV-MAST-OUVERT
007300        CLOSE OUV-MAST
007310     END-IF.
007320     MOVE W-NB-COMPENSATIONS TO W-NB-EDIT.
007330     DISPLAY 'HZCM0001 - COMPENSATIONS      : ' W-NB-EDIT.
007340     MOVE W-TOTAL-COMPENSE TO W-MT-EDIT.
007350     DISPLAY 'HZCM0001 - TOTAL COMPENSE     : ' W-MT-EDIT.
007360     MOVE W-NB-REMBOURSEMENTS TO W-NB-EDIT.
007370     DISPLAY 'HZCM0001 - REMBOURSEMENTS     : ' W-NB-EDIT.
007380     MOVE W-TOTAL-REMBOURSE TO W-MT-EDIT.
007390     DISPLAY 'HZCM0001 - TOTAL REMBOURSE    : ' W-MT-EDIT.
007400     MOVE W-NB-SANS-MANDAT TO W-NB-EDIT.
007410     DISPLAY 'HZCM0001 - SANS MANDAT ACTIF  : ' W-NB-EDIT.
007420     MOVE W-NB-REMB-RETENUS TO W-NB-EDIT.
007430     DISPLAY 'HZCM0001 - RETENUS (CPT-SURV) : ' W-NB-EDIT.
007440     MOVE W-TOTAL-RETENU TO W-MT-EDIT.
007450     DISPLAY 'HZCM0001 - TOTAL RETENU       : ' W-MT-EDIT.
007460     MOVE W-NB-EN-SUSPENS TO W-NB-EDIT.
007470     DISPLAY 'HZCM0001 - CREDITS EN SUSPENS : ' W-NB-EDIT.
007480 8000-EXIT.
007490     EXIT.
