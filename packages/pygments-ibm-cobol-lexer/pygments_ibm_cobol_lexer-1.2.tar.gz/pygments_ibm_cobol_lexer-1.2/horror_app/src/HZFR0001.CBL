000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZFR0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. SURVEILLANCE DES COMPTES BANCAIRES DES MANDATS ET DES
000080     REMBOURSEMENTS. DEUX FONCTIONS (FR-PARM) :
000090     'D' DETECTION HEBDOMADAIRE - SIGNALE ('P') UN COMPTE PORTE
000100     PAR LES MANDATS EN COURS D'ADHERENTS DE FOYERS DIFFERENTS
000110     (ADRESSE ET CODE POSTAL DE ADH-MAST), ('M') UN ADHERENT
000120     DONT LE COMPTE A CHANGE PLUSIEURS FOIS DANS LA FENETRE
000130     KONSTAB (HISTORIQUE MD-HIST DES MOUVEMENTS MD-TRANS), ET
000140     ('R') UN CHANGEMENT DE COMPTE SUIVI DE PRES D'UN
000150     REMBOURSEMENT (CM-REG DE HZCM0001) OU D'UN REGLEMENT DE
000160     RADIATION CREDITEUR (RAD-REGL). CHAQUE COMPTE SIGNALE
000170     ENTRE DANS LA TABLE DE SURVEILLANCE CPT-SURV AU STATUT
000180     'B' BLOQUE ET EST MIS EN REVUE DANS REV-EXC ; HZCM0001
000190     RETIENT TOUT REMBOURSEMENT VERS UN COMPTE BLOQUE.
000200     'L' LIBERATION QUOTIDIENNE (APRES HZRV0001) - LES
000210     DISPOSITIONS DU JOURNAL RV-JOURNAL SUR LES ITEMS DE CE
000220     PROGRAMME SONT REPORTEES : ACCEPTE = COMPTE LIBERE ('L'),
000230     REJETE = FRAUDE CONFIRMEE ('F', LE COMPTE RESTE BLOQUE).
000240     LA TABLE EST RECOPIEE SUR CPT-SURV-NV A CHAQUE PASSAGE
000250     (SUBSTITUEE PAR L'EXPLOITATION), AVEC UN RAPPORT FR-RPRT.
000260*****************************************************************
000270*    HISTORIQUE DES MODIFICATIONS
000280*    --------------------------------------------------------
000290*    DATE       AUTEUR  DESCRIPTION
000300*    --------   ------  -------------------------------------
000310*    15/10/2026 EBA     CREATION.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 SPECIAL-NAMES.
000380     DECIMAL-POINT IS COMMA.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT FR-PARM ASSIGN TO FRPARM
000420         ORGANIZATION SEQUENTIAL
000430         FILE STATUS W-FR-PARM-STATUS.
000440     SELECT KONSTAB ASSIGN TO KONSTAB
000450         ORGANIZATION SEQUENTIAL
000460         FILE STATUS W-KONSTAB-STATUS.
000470     SELECT CPT-SURV ASSIGN TO CPTSURV
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-CPT-SURV-STATUS.
000500     SELECT MANDATS ASSIGN TO MANDATS
000510         ORGANIZATION SEQUENTIAL
000520         FILE STATUS W-MANDATS-STATUS.
000530     SELECT MD-HIST ASSIGN TO MDHIST
000540         ORGANIZATION SEQUENTIAL
000550         FILE STATUS W-MD-HIST-STATUS.
000560     SELECT CM-REG ASSIGN TO CMREG
000570         ORGANIZATION SEQUENTIAL
000580         FILE STATUS W-CM-REG-STATUS.
000590     SELECT RAD-REGL ASSIGN TO RADREGL
000600         ORGANIZATION SEQUENTIAL
000610         FILE STATUS W-RAD-REGL-STATUS.
000620     SELECT ADH-MAST ASSIGN TO ADHMAST
000630         ORGANIZATION INDEXED
000640         ACCESS MODE DYNAMIC
000650         RECORD KEY AF-CLE
000660         ALTERNATE RECORD KEY AF-COADHF WITH DUPLICATES
000670         FILE STATUS W-ADH-MAST-STATUS.
000680     SELECT RV-JOURNAL ASSIGN TO RVJRNL
000690         ORGANIZATION SEQUENTIAL
000700         FILE STATUS W-RV-JOURNAL-STATUS.
000710     SELECT REV-EXC ASSIGN TO REVEXC
000720         ORGANIZATION SEQUENTIAL
000730         FILE STATUS W-REV-EXC-STATUS.
000740     SELECT CPT-SURV-NV ASSIGN TO CPTSURNV
000750         ORGANIZATION SEQUENTIAL
000760         FILE STATUS W-CPT-SURV-NV-STATUS.
000770     SELECT FR-RPRT ASSIGN TO FRRPRT
000780         ORGANIZATION SEQUENTIAL
000790         FILE STATUS W-FR-RPRT-STATUS.
000800     SELECT TRI-CPT ASSIGN TO SORTWK01.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  FR-PARM
000840     LABEL RECORD STANDARD
000850     DATA RECORD FR-PARM-LIGNE.
000860 01  FR-PARM-LIGNE.
000870     05  FP-FONCTION             PIC X(01).
000880 FD  KONSTAB
000890     LABEL RECORD STANDARD
000900     DATA RECORD KONSTAB-LIGNE.
000910 01  KONSTAB-LIGNE.
000920     05  KONSTAB-RUBRIQUE        PIC X(20).
000930     05  KONSTAB-VALEUR          PIC X(60).
000940*****************************************************************
000950*    CPT-SURV - TABLE DES COMPTES SOUS SURVEILLANCE, LUE AUSSI
000960*    PAR HZCM0001 : COMPTE, ADHERENT A L'ORIGINE DU SIGNALEMENT,
000970*    MOTIF ('P' PARTAGE / 'M' CHANGEMENTS REPETES / 'R'
000980*    CHANGEMENT SUIVI D'UN REMBOURSEMENT), DATE DE DETECTION,
000990*    HORODATE DE L'ITEM REV-EXC, STATUT ('B' BLOQUE / 'L'
001000*    LIBERE / 'F' FRAUDE CONFIRMEE), SUPERVISEUR ET DATE DE LA
001010*    DISPOSITION.
001020*****************************************************************
001030 FD  CPT-SURV
001040     LABEL RECORD STANDARD
001050     DATA RECORD CPT-SURV-LIGNE.
001060 01  CPT-SURV-LIGNE.
001070     05  FS-REF-COMPTE           PIC X(34).
001080     05  FS-COADHF               PIC X(09).
001090     05  FS-MOTIF                PIC X(01).
001100     05  FS-DATE-DETECTION       PIC 9(08).
001110     05  FS-HORODATE-REVUE       PIC X(15).
001120     05  FS-STATUT               PIC X(01).
001130         88  FS-STATUT-BLOQUE    VALUE 'B'.
001140         88  FS-STATUT-LIBERE    VALUE 'L'.
001150         88  FS-STATUT-FRAUDE    VALUE 'F'.
001160     05  FS-SUPERVISEUR          PIC X(08).
001170     05  FS-DATE-DECISION        PIC 9(08).
001180*****************************************************************
001190*    MANDATS - TABLE DES MANDATS TENUE PAR HZMD0001.
001200*****************************************************************
001210 FD  MANDATS
001220     LABEL RECORD STANDARD
001230     DATA RECORD MANDATS-LIGNE.
001240 01  MANDATS-LIGNE.
001250     05  MD-COADHF               PIC X(09).
001260     05  MD-REF-COMPTE           PIC X(34).
001270     05  MD-DATE-MANDAT          PIC 9(08).
001280     05  MD-STATUT               PIC X(01).
001290         88  MD-STATUT-REVOQUE   VALUE 'R'.
001300     05  MD-NB-ECHECS            PIC 9(02).
001310*****************************************************************
001320*    MD-HIST - HISTORIQUE DES MOUVEMENTS DE MANDAT (GENERATIONS
001330*    MD-TRANS CONCATENEES, DANS L'ORDRE CHRONOLOGIQUE), MEME
001340*    DESSIN QUE MD-TRANS DANS HZMD0001.
001350*****************************************************************
001360 FD  MD-HIST
001370     LABEL RECORD STANDARD
001380     DATA RECORD MD-HIST-LIGNE.
001390 01  MD-HIST-LIGNE.
001400     05  MT-ACTION               PIC X(01).
001410         88  MT-ACTION-POSE      VALUE 'A'.
001420     05  MT-COADHF               PIC X(09).
001430     05  MT-REF-COMPTE           PIC X(34).
001440     05  MT-DATE-MANDAT          PIC 9(08).
001450*****************************************************************
001460*    CM-REG - REGISTRES DE HZCM0001 (GENERATIONS CONCATENEES).
001470*    SEULS LES REMBOURSEMENTS 'R' SONT LUS.
001480*****************************************************************
001490 FD  CM-REG
001500     LABEL RECORD STANDARD
001510     DATA RECORD CM-REG-LIGNE.
001520 01  CM-REG-LIGNE.
001530     05  CR-TYPE                 PIC X(01).
001540         88  CR-REMBOURSEMENT    VALUE 'R'.
001550     05  CR-DATE                 PIC 9(08).
001560     05  CR-COADHF               PIC X(09).
001570     05  CR-DATE-CREDIT          PIC 9(08).
001580     05  CR-NUMERO-FACTURE       PIC 9(08).
001590     05  CR-MONTANT              PIC S9(11)V99
001600                                 SIGN LEADING SEPARATE.
001610     05  CR-REF-COMPTE           PIC X(34).
001620     05  CR-LIBELLE              PIC X(30).
001630*****************************************************************
001640*    RAD-REGL - HISTORIQUE DES REGLEMENTS DE RADIATION EMIS PAR
001650*    LA PHASE 84 DE HORROR (GENERATIONS CONCATENEES). SEULS LES
001660*    DETAILS '02' A SOLDE NEGATIF (REMBOURSEMENT A L'ADHERENT)
001670*    SONT LUS.
001680*****************************************************************
001690 FD  RAD-REGL
001700     LABEL RECORD STANDARD
001710     DATA RECORD RAD-REGL-ENREG.
001720 01  RAD-REGL-ENREG.
001730     05  RR-TYPE                 PIC X(02).
001740         88  RR-DETAIL           VALUE '02'.
001750     05  RR-COADHF               PIC X(09).
001760     05  RR-COETBL               PIC X(05).
001770     05  RR-COTRTO               PIC X(05).
001780     05  RR-CETRTF               PIC X(05).
001790     05  RR-DATE                 PIC 9(08).
001800     05  RR-SOLDE                PIC S9(07)V99
001810                                 SIGN LEADING SEPARATE.
001820     05  FILLER                  PIC X(02).
001830 FD  ADH-MAST
001840     LABEL RECORD STANDARD
001850     DATA RECORD ADH-MAST-ENREG.
001860 COPY ADHMSTC.
001870*****************************************************************
001880*    RV-JOURNAL - JOURNAL DES DISPOSITIONS DE HZRV0001, MEME
001890*    DESSIN QUE DANS CE PROGRAMME.
001900*****************************************************************
001910 FD  RV-JOURNAL
001920     LABEL RECORD STANDARD
001930     DATA RECORD RV-JOURNAL-LIGNE.
001940 01  RV-JOURNAL-LIGNE.
001950     05  JR-HORODATE-DECISION    PIC X(15).
001960     05  JR-HORODATE-ITEM        PIC X(15).
001970     05  JR-PROGRAMME            PIC X(08).
001980     05  JR-DISPOSITION          PIC X(14).
001990     05  JR-SUPERVISEUR          PIC X(08).
002000     05  JR-COMMENTAIRE          PIC X(40).
002010     05  JR-EMETTEUR             PIC X(08).
002020*****************************************************************
002030*    REV-EXC - FILE D'ATTENTE DE REVUE SUPERVISEUR, MEME DESSIN
002040*    QUE DANS HORROR.
002050*****************************************************************
002060 FD  REV-EXC
002070     LABEL RECORD STANDARD
002080     DATA RECORD REV-EXC-LIGNE.
002090 01  REV-EXC-LIGNE.
002100     05  RV-HORODATE             PIC X(15).
002110     05  RV-PROGRAMME            PIC X(08).
002120     05  RV-CODE-RETOUR          PIC 9(04).
002130     05  RV-LIBELLE              PIC X(71).
002140     05  RV-EMETTEUR             PIC X(08).
002150 FD  CPT-SURV-NV
002160     LABEL RECORD STANDARD
002170     DATA RECORD CPT-SURV-NV-LIGNE.
002180 01  CPT-SURV-NV-LIGNE           PIC X(84).
002190 FD  FR-RPRT
002200     LABEL RECORD STANDARD
002210     DATA RECORD FR-RPRT-LIGNE.
002220 01  FR-RPRT-LIGNE               PIC X(132).
002230*****************************************************************
002240*    TRI-CPT - MANDATS EN COURS DANS L'ORDRE DU COMPTE.
002250*****************************************************************
002260 SD  TRI-CPT
002270     DATA RECORD TRI-LIGNE.
002280 01  TRI-LIGNE.
002290     05  TRI-REF-COMPTE          PIC X(34).
002300     05  TRI-COADHF              PIC X(09).
002310 WORKING-STORAGE SECTION.
002320 01  W-FR-PARM-STATUS            PIC XX.
002330     88  FR-PARM-OK              VALUE '00'.
002340 01  W-KONSTAB-STATUS            PIC XX.
002350     88  KONSTAB-OK              VALUE '00'.
002360     88  KONSTAB-FIN             VALUE '10'.
002370 01  W-CPT-SURV-STATUS           PIC XX.
002380     88  CPT-SURV-OK             VALUE '00'.
002390 01  W-MANDATS-STATUS            PIC XX.
002400     88  MANDATS-OK              VALUE '00'.
002410 01  W-MD-HIST-STATUS            PIC XX.
002420     88  MD-HIST-OK              VALUE '00'.
002430 01  W-CM-REG-STATUS             PIC XX.
002440     88  CM-REG-OK               VALUE '00'.
002450 01  W-RAD-REGL-STATUS           PIC XX.
002460     88  RAD-REGL-OK             VALUE '00'.
002470 01  W-ADH-MAST-STATUS           PIC XX.
002480     88  ADH-MAST-OK             VALUE '00'.
002490 01  W-RV-JOURNAL-STATUS         PIC XX.
002500     88  RV-JOURNAL-OK           VALUE '00'.
002510 01  W-REV-EXC-STATUS            PIC XX.
002520 01  W-CPT-SURV-NV-STATUS        PIC XX.
002530 01  W-FR-RPRT-STATUS            PIC XX.
002540 01  W-FONCTION                  PIC X(01) VALUE SPACE.
002550     88  FONCTION-DETECTION      VALUE 'D'.
002560     88  FONCTION-LIBERATION     VALUE 'L'.
002570 01  W-FIN-SURV                  PIC X VALUE 'N'.
002580     88  FIN-SURV                VALUE 'O'.
002590 01  W-FIN-MANDATS               PIC X VALUE 'N'.
002600     88  FIN-MANDATS             VALUE 'O'.
002610 01  W-FIN-TRI                   PIC X VALUE 'N'.
002620     88  FIN-TRI                 VALUE 'O'.
002630 01  W-FIN-HIST                  PIC X VALUE 'N'.
002640     88  FIN-HIST                VALUE 'O'.
002650 01  W-FIN-REG                   PIC X VALUE 'N'.
002660     88  FIN-REG                 VALUE 'O'.
002670 01  W-FIN-REGL                  PIC X VALUE 'N'.
002680     88  FIN-REGL                VALUE 'O'.
002690 01  W-FIN-JOURNAL               PIC X VALUE 'N'.
002700     88  FIN-JOURNAL             VALUE 'O'.
002710 01  W-ADH-MAST-SW               PIC X VALUE 'N'.
002720     88  ADH-MAST-OUVERT         VALUE 'O'.
002730*****************************************************************
002740*    PARAMETRES KONSTAB : NOMBRE DE FOYERS DIFFERENTS AU-DELA
002750*    DUQUEL UN COMPTE PARTAGE EST SIGNALE, FENETRE (JOURS) DES
002760*    CHANGEMENTS ET DES REMBOURSEMENTS EXAMINES, NOMBRE DE
002770*    CHANGEMENTS DANS LA FENETRE QUI FAIT SIGNALER L'ADHERENT,
002780*    DELAI (JOURS) ENTRE UN CHANGEMENT ET UN REMBOURSEMENT.
002790*****************************************************************
002800 01  KT-FRAUDE-NB-FOYERS         PIC 9(02) VALUE 02.
002810 01  KT-FRAUDE-FENETRE-JOURS     PIC 9(03) VALUE 090.
002820 01  KT-FRAUDE-NB-CHANGEMENTS    PIC 9(02) VALUE 02.
002830 01  KT-FRAUDE-DELAI-JOURS       PIC 9(03) VALUE 030.
002840*****************************************************************
002850*    TABLE DE SURVEILLANCE (1000 COMPTES AU PLUS) : ENTREES DE
002860*    CPT-SURV PUIS COMPTES SIGNALES PAR LE PASSAGE.
002870*****************************************************************
002880 01  W-NB-SURV                   PIC 9(04) COMP VALUE ZERO.
002890 01  W-TAB-SURV.
002900     05  W-SV-ENTREE OCCURS 1000 TIMES
002910             INDEXED BY W-IDX-SV.
002920         10  W-SV-REF-COMPTE     PIC X(34).
002930         10  W-SV-COADHF         PIC X(09).
002940         10  W-SV-MOTIF          PIC X(01).
002950         10  W-SV-DATE-DETECTION PIC 9(08).
002960         10  W-SV-HORODATE       PIC X(15).
002970         10  W-SV-STATUT         PIC X(01).
002980         10  W-SV-SUPERVISEUR    PIC X(08).
002990         10  W-SV-DATE-DECISION  PIC 9(08).
003000 01  W-COMPTE-SURVEILLE-SW       PIC X VALUE 'N'.
003010     88  COMPTE-SURVEILLE        VALUE 'O'.
003020*****************************************************************
003030*    COMPTE PARTAGE : FOYERS (ADRESSE + CODE POSTAL) DES
003040*    ADHERENTS DU COMPTE COURANT (50 AU PLUS).
003050*****************************************************************
003060 01  W-GR-REF-COMPTE             PIC X(34) VALUE LOW-VALUES.
003070 01  W-GR-COADHF                 PIC X(09) VALUE SPACES.
003080 01  W-GR-NB-ADHERENTS           PIC 9(03) COMP VALUE ZERO.
003090 01  W-NB-FOYERS                 PIC 9(02) COMP VALUE ZERO.
003100 01  W-TAB-FOYERS.
003110     05  W-FY-ENTREE OCCURS 50 TIMES
003120             INDEXED BY W-IDX-FY.
003130         10  W-FY-ADRESSE        PIC X(30).
003140         10  W-FY-CODE-POSTAL    PIC X(05).
003150 01  W-FOYER-COURANT.
003160     05  W-FC-ADRESSE            PIC X(30).
003170     05  W-FC-CODE-POSTAL        PIC X(05).
003180 01  W-FOYER-TROUVE-SW           PIC X VALUE 'N'.
003190     88  FOYER-TROUVE            VALUE 'O'.
003200*****************************************************************
003210*    HISTORIQUE DES MANDATS : DERNIER COMPTE CONNU ET NOMBRE DE
003220*    CHANGEMENTS DANS LA FENETRE PAR ADHERENT (2000 AU PLUS,
003230*    MEME BORNE QUE HZMD0001) ; CHANGEMENTS DE LA FENETRE
003240*    (1000 AU PLUS) POUR LE RAPPROCHEMENT DES REMBOURSEMENTS.
003250*****************************************************************
003260 01  W-NB-ADHERENTS              PIC 9(04) COMP VALUE ZERO.
003270 01  W-TAB-ADHERENTS.
003280     05  W-AH-ENTREE OCCURS 2000 TIMES
003290             INDEXED BY W-IDX-AH.
003300         10  W-AH-COADHF         PIC X(09).
003310         10  W-AH-REF-COMPTE     PIC X(34).
003320         10  W-AH-NB-CHANGEMENTS PIC 9(03) COMP.
003330 01  W-ADHERENT-TROUVE-SW        PIC X VALUE 'N'.
003340     88  ADHERENT-TROUVE         VALUE 'O'.
003350 01  W-NB-CHANGEMENTS            PIC 9(04) COMP VALUE ZERO.
003360 01  W-TAB-CHANGEMENTS.
003370     05  W-CH-ENTREE OCCURS 1000 TIMES
003380             INDEXED BY W-IDX-CH.
003390         10  W-CH-COADHF         PIC X(09).
003400         10  W-CH-REF-COMPTE     PIC X(34).
003410         10  W-CH-QUANTIEME      PIC 9(07) COMP.
003420*****************************************************************
003430*    REMBOURSEMENT COURANT (CM-REG OU RAD-REGL) A CONFRONTER
003440*    AUX CHANGEMENTS DE LA FENETRE.
003450*****************************************************************
003460 01  W-RB-COADHF                 PIC X(09) VALUE SPACES.
003470 01  W-RB-DATE                   PIC 9(08) VALUE ZERO.
003480 01  W-RB-NATURE                 PIC X(14) VALUE SPACES.
003490 01  W-QUANTIEME-RB              PIC 9(07) COMP VALUE ZERO.
003500*****************************************************************
003510*    SIGNALEMENT COURANT.
003520*****************************************************************
003530 01  W-SG-REF-COMPTE             PIC X(34) VALUE SPACES.
003540 01  W-SG-COADHF                 PIC X(09) VALUE SPACES.
003550 01  W-SG-MOTIF                  PIC X(01) VALUE SPACE.
003560 01  W-SG-LIBELLE                PIC X(20) VALUE SPACES.
003570*****************************************************************
003580*    HORODATE DES ITEMS REV-EXC : LE CENTIEME EST AVANCE D'UN
003590*    CRAN PAR ITEM, LA CLE RV-HORODATE + RV-PROGRAMME DES
003600*    DECISIONS SUPERVISEUR RESTE AINSI UNIQUE DANS LE PASSAGE.
003610*****************************************************************
003620 01  W-HORODATE-TRAVAIL.
003630     05  W-HORO-DATE             PIC 9(06).
003640     05  W-HORO-HEURE            PIC 9(08).
003650 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
003660 01  W-QUANTIEME-JOUR            PIC 9(07) COMP VALUE ZERO.
003670 01  W-QUANTIEME-DATE            PIC 9(07) COMP VALUE ZERO.
003680 01  W-DATE-CONTROLE             PIC 9(08) VALUE ZERO.
003690 01  W-DC-DECOUPE REDEFINES W-DATE-CONTROLE.
003700     05  W-DC-AAAA               PIC 9(04).
003710     05  W-DC-MM                 PIC 9(02).
003720     05  W-DC-JJ                 PIC 9(02).
003730 01  W-JJ-MAXI                   PIC 9(02) VALUE ZERO.
003740 01  W-AAAA-QUOT-4               PIC 9(04) VALUE ZERO.
003750 01  W-AAAA-RESTE-4              PIC 9(02) VALUE ZERO.
003760 01  W-AGE-JOURS                 PIC S9(05) COMP VALUE ZERO.
003770 01  W-DATE-VALIDE-SW            PIC X VALUE 'N'.
003780     88  DATE-VALIDE             VALUE 'O'.
003790*****************************************************************
003800*    COMPTEURS ET EDITION.
003810*****************************************************************
003820 01  W-NB-SIGNALES               PIC 9(05) COMP VALUE ZERO.
003830 01  W-NB-DEJA-SURVEILLES        PIC 9(05) COMP VALUE ZERO.
003840 01  W-NB-LIBERES                PIC 9(05) COMP VALUE ZERO.
003850 01  W-NB-CONFIRMES              PIC 9(05) COMP VALUE ZERO.
003860 01  W-NB-PURGES                 PIC 9(05) COMP VALUE ZERO.
003870 01  W-IDX-EDIT                  PIC 9(04) COMP VALUE ZERO.
003880 01  W-NB-EDIT                   PIC Z(04)9.
003890 01  W-LIGNE-TRAVAIL             PIC X(132).
003900 PROCEDURE DIVISION.
003910 0000-MAINLINE.
003920     PERFORM 1000-INITIALISE THRU 1000-EXIT.
003930     PERFORM 1200-CHARGER-SURVEILLANCE THRU 1200-EXIT.
003940     PERFORM 1400-CHARGER-KONSTAB THRU 1400-EXIT.
003950     EVALUATE TRUE
003960        WHEN FONCTION-DETECTION
003970           PERFORM 1500-OUVRIR-ADHERENTS THRU 1500-EXIT
003980           SORT TRI-CPT
003990              ON ASCENDING KEY TRI-REF-COMPTE TRI-COADHF
004000              INPUT PROCEDURE 2000-LIRE-MANDATS THRU 2000-EXIT
004010              OUTPUT PROCEDURE 3000-COMPTES-PARTAGES
004020                 THRU 3000-EXIT
004030           PERFORM 4000-ANALYSER-HISTORIQUE THRU 4000-EXIT
004040           PERFORM 5000-RAPPROCHER-REMBOURSEMENTS THRU 5000-EXIT
004050        WHEN FONCTION-LIBERATION
004060           PERFORM 6000-APPLIQUER-DISPOSITIONS THRU 6000-EXIT
004070        WHEN OTHER
004080           DISPLAY 'HZFR0001 - FONCTION FR-PARM INCONNUE : '
004090               W-FONCTION ' - SURVEILLANCE RECOPIEE TELLE QUELLE'
004100           MOVE 8 TO RETURN-CODE
004110     END-EVALUATE.
004120     PERFORM 7000-REECRIRE-SURVEILLANCE THRU 7000-EXIT.
004130     PERFORM 8000-TERMINE THRU 8000-EXIT.
004140     GOBACK.
004150 1000-INITIALISE.
004160     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
004170     COMPUTE W-QUANTIEME-JOUR =
004180        FUNCTION INTEGER-OF-DATE (W-DATE-JOUR-CCYYMMDD).
004190     ACCEPT W-HORO-DATE FROM DATE.
004200     ACCEPT W-HORO-HEURE FROM TIME.
004210     OPEN OUTPUT CPT-SURV-NV FR-RPRT.
004220     OPEN INPUT FR-PARM.
004230     IF NOT FR-PARM-OK
004240        DISPLAY 'HZFR0001 - FR-PARM INDISPONIBLE - STATUT '
004250            W-FR-PARM-STATUS
004260        GO TO 1000-EXIT
004270     END-IF.
004280     READ FR-PARM
004290        AT END
004300           DISPLAY 'HZFR0001 - FR-PARM VIDE'
004310        NOT AT END
004320           MOVE FP-FONCTION TO W-FONCTION
004330     END-READ.
004340     CLOSE FR-PARM.
004350 1000-EXIT.
004360     EXIT.
004370*****************************************************************
004380*    1200-CHARGER-SURVEILLANCE - SANS CPT-SURV (PREMIER
004390*    PASSAGE), LA SURVEILLANCE PART VIDE.
004400*****************************************************************
004410 1200-CHARGER-SURVEILLANCE.
004420     OPEN INPUT CPT-SURV.
004430     IF NOT CPT-SURV-OK
004440        DISPLAY 'HZFR0001 - CPT-SURV INDISPONIBLE, SURVEILLANCE '
004450            'REPUTEE VIDE - STATUT ' W-CPT-SURV-STATUS
004460        MOVE 4 TO RETURN-CODE
004470        GO TO 1200-EXIT
004480     END-IF.
004490     PERFORM UNTIL FIN-SURV
004500        READ CPT-SURV
004510           AT END SET FIN-SURV TO TRUE
004520           NOT AT END PERFORM 1210-EMPILER-COMPTE THRU 1210-EXIT
004530        END-READ
004540     END-PERFORM.
004550     CLOSE CPT-SURV.
004560 1200-EXIT.
004570     EXIT.
004580 1210-EMPILER-COMPTE.
004590     IF W-NB-SURV < 1000
004600        ADD 1 TO W-NB-SURV
004610        MOVE FS-REF-COMPTE TO W-SV-REF-COMPTE (W-NB-SURV)
004620        MOVE FS-COADHF TO W-SV-COADHF (W-NB-SURV)
004630        MOVE FS-MOTIF TO W-SV-MOTIF (W-NB-SURV)
004640        MOVE FS-DATE-DETECTION TO W-SV-DATE-DETECTION (W-NB-SURV)
004650        MOVE FS-HORODATE-REVUE TO W-SV-HORODATE (W-NB-SURV)
004660        MOVE FS-STATUT TO W-SV-STATUT (W-NB-SURV)
004670        MOVE FS-SUPERVISEUR TO W-SV-SUPERVISEUR (W-NB-SURV)
004680        MOVE FS-DATE-DECISION TO W-SV-DATE-DECISION (W-NB-SURV)
004690     ELSE
004700        DISPLAY 'HZFR0001 - TABLE DE SURVEILLANCE PLEINE (1000) '
004710            '- ENTREE IGNOREE : ' FS-REF-COMPTE
004720        MOVE 8 TO RETURN-CODE
004730     END-IF.
004740 1210-EXIT.
004750     EXIT.
004760 1400-CHARGER-KONSTAB.
004770     OPEN INPUT KONSTAB.
004780     IF NOT KONSTAB-OK
004790        DISPLAY 'HZFR0001 - KONSTAB INDISPONIBLE, SEUILS PAR '
004800            'DEFAUT - STATUT ' W-KONSTAB-STATUS
004810        GO TO 1400-EXIT
004820     END-IF.
004830     PERFORM UNTIL KONSTAB-FIN
004840        READ KONSTAB
004850           AT END SET KONSTAB-FIN TO TRUE
004860           NOT AT END
004870              EVALUATE KONSTAB-RUBRIQUE
004880                 WHEN 'FRAUDE-NB-FOYERS'
004890                    MOVE KONSTAB-VALEUR (1:2)
004900                       TO KT-FRAUDE-NB-FOYERS
004910                 WHEN 'FRAUDE-FENETRE-JOURS'
004920                    MOVE KONSTAB-VALEUR (1:3)
004930                       TO KT-FRAUDE-FENETRE-JOURS
004940                 WHEN 'FRAUDE-NB-CHANGEMENTS'
004950                    MOVE KONSTAB-VALEUR (1:2)
004960                       TO KT-FRAUDE-NB-CHANGEMENTS
004970                 WHEN 'FRAUDE-DELAI-JOURS'
004980                    MOVE KONSTAB-VALEUR (1:3)
004990                       TO KT-FRAUDE-DELAI-JOURS
005000              END-EVALUATE
005010        END-READ
005020     END-PERFORM.
005030     CLOSE KONSTAB.
005040 1400-EXIT.
005050     EXIT.
005060*****************************************************************
005070*    1500-OUVRIR-ADHERENTS - SANS ADH-MAST, CHAQUE ADHERENT
005080*    D'UN COMPTE PARTAGE EST TENU POUR UN FOYER DISTINCT.
005090*****************************************************************
005100 1500-OUVRIR-ADHERENTS.
005110     OPEN INPUT ADH-MAST.
005120     IF NOT ADH-MAST-OK
005130        DISPLAY 'HZFR0001 - ADH-MAST INDISPONIBLE, FOYERS NON '
005140            'RAPPROCHES - STATUT ' W-ADH-MAST-STATUS
005150        MOVE 4 TO RETURN-CODE
005160        GO TO 1500-EXIT
005170     END-IF.
005180     MOVE 'O' TO W-ADH-MAST-SW.
005190 1500-EXIT.
005200     EXIT.
005210*****************************************************************
005220*    2000-LIRE-MANDATS - PROCEDURE D'ENTREE DU TRI : UNE LIGNE
005230*    PAR MANDAT NON REVOQUE PORTANT UN COMPTE.
005240*****************************************************************
005250 2000-LIRE-MANDATS SECTION.
005260 2000-DEBUT.
005270     OPEN INPUT MANDATS.
005280     IF NOT MANDATS-OK
005290        DISPLAY 'HZFR0001 - MANDATS INDISPONIBLE, COMPTES '
005300            'PARTAGES NON EXAMINES - STATUT ' W-MANDATS-STATUS
005310        MOVE 4 TO RETURN-CODE
005320        GO TO 2000-EXIT
005330     END-IF.
005340     PERFORM 2100-LIRE-MANDAT THRU 2100-EXIT
005350        UNTIL FIN-MANDATS.
005360     CLOSE MANDATS.
005370 2000-EXIT.
005380     EXIT.
005390 2100-LIRE-MANDAT.
005400     READ MANDATS
005410        AT END
005420           MOVE 'O' TO W-FIN-MANDATS
005430           GO TO 2100-EXIT
005440     END-READ.
005450     IF MD-STATUT-REVOQUE OR MD-REF-COMPTE = SPACES
005460        GO TO 2100-EXIT
005470     END-IF.
005480     MOVE MD-REF-COMPTE TO TRI-REF-COMPTE.
005490     MOVE MD-COADHF TO TRI-COADHF.
005500     RELEASE TRI-LIGNE.
005510 2100-EXIT.
005520     EXIT.
005530*****************************************************************
005540*    3000-COMPTES-PARTAGES - PROCEDURE DE SORTIE DU TRI : LES
005550*    MANDATS ARRIVENT GROUPES PAR COMPTE ; A CHAQUE RUPTURE, LE
005560*    COMPTE QUI REUNIT ASSEZ DE FOYERS DIFFERENTS EST SIGNALE.
005570*****************************************************************
005580 3000-COMPTES-PARTAGES SECTION.
005590 3000-DEBUT.
005600     PERFORM 3100-RESTITUER-LIGNE THRU 3100-EXIT
005610        UNTIL FIN-TRI.
005620     IF W-GR-NB-ADHERENTS > ZERO
005630        PERFORM 3300-CLORE-COMPTE THRU 3300-EXIT
005640     END-IF.
005650 3000-EXIT.
005660     EXIT.
005670 3100-RESTITUER-LIGNE.
005680     RETURN TRI-CPT
005690        AT END
005700           SET FIN-TRI TO TRUE
005710        NOT AT END
005720           PERFORM 3200-CUMULER-MANDAT THRU 3200-EXIT
005730     END-RETURN.
005740 3100-EXIT.
005750     EXIT.
005760 3200-CUMULER-MANDAT.
005770     IF TRI-REF-COMPTE NOT = W-GR-REF-COMPTE
005780        IF W-GR-NB-ADHERENTS > ZERO
005790           PERFORM 3300-CLORE-COMPTE THRU 3300-EXIT
005800        END-IF
005810        MOVE TRI-REF-COMPTE TO W-GR-REF-COMPTE
005820        MOVE TRI-COADHF TO W-GR-COADHF
005830        MOVE ZERO TO W-GR-NB-ADHERENTS
005840        MOVE ZERO TO W-NB-FOYERS
005850     END-IF.
005860     ADD 1 TO W-GR-NB-ADHERENTS.
005870     PERFORM 3400-CHERCHER-FOYER THRU 3400-EXIT.
005880     IF FOYER-TROUVE
005890        GO TO 3200-EXIT
005900     END-IF.
005910     IF W-NB-FOYERS < 50
005920        ADD 1 TO W-NB-FOYERS
005930        MOVE W-FC-ADRESSE TO W-FY-ADRESSE (W-NB-FOYERS)
005940        MOVE W-FC-CODE-POSTAL TO W-FY-CODE-POSTAL (W-NB-FOYERS)
005950     END-IF.
005960 3200-EXIT.
005970     EXIT.
005980 3300-CLORE-COMPTE.
005990     IF W-NB-FOYERS < KT-FRAUDE-NB-FOYERS
006000        GO TO 3300-EXIT
006010     END-IF.
006020     MOVE W-GR-REF-COMPTE TO W-SG-REF-COMPTE.
006030     MOVE W-GR-COADHF TO W-SG-COADHF.
006040     MOVE 'P' TO W-SG-MOTIF.
006050     MOVE W-NB-FOYERS TO W-NB-EDIT.
006060     MOVE SPACES TO W-SG-LIBELLE.
006070     STRING 'PARTAGE ' DELIMITED BY SIZE
006080         W-NB-EDIT DELIMITED BY SIZE
006090         ' FOYERS' DELIMITED BY SIZE
006100         INTO W-SG-LIBELLE
006110     END-STRING.
006120     PERFORM 5900-SIGNALER-COMPTE THRU 5900-EXIT.
006130 3300-EXIT.
006140     EXIT.
006150*****************************************************************
006160*    3400-CHERCHER-FOYER - FOYER DE L'ADHERENT : ADRESSE ET CODE
006170*    POSTAL DE SA PREMIERE ENTREE ADH-MAST. ADHERENT INCONNU OU
006180*    MAITRE INDISPONIBLE : SON COADHF TIENT LIEU D'ADRESSE.
006190*****************************************************************
006200 3400-CHERCHER-FOYER.
006210     MOVE 'N' TO W-FOYER-TROUVE-SW.
006220     MOVE TRI-COADHF TO W-FC-ADRESSE.
006230     MOVE SPACES TO W-FC-CODE-POSTAL.
006240     IF ADH-MAST-OUVERT
006250        MOVE TRI-COADHF TO AF-COADHF
006260        READ ADH-MAST KEY IS AF-COADHF
006270           INVALID KEY
006280              CONTINUE
006290           NOT INVALID KEY
006300              MOVE AF-ADRESSE TO W-FC-ADRESSE
006310              MOVE AF-CODE-POSTAL TO W-FC-CODE-POSTAL
006320        END-READ
006330     END-IF.
006340     IF W-NB-FOYERS = ZERO
006350        GO TO 3400-EXIT
006360     END-IF.
006370     SET W-IDX-FY TO 1.
006380     SEARCH W-FY-ENTREE
006390        AT END
006400           CONTINUE
006410        WHEN W-IDX-FY > W-NB-FOYERS
006420           CONTINUE
006430        WHEN W-FY-ADRESSE (W-IDX-FY) = W-FC-ADRESSE
006440           AND W-FY-CODE-POSTAL (W-IDX-FY) = W-FC-CODE-POSTAL
006450           MOVE 'O' TO W-FOYER-TROUVE-SW
006460     END-SEARCH.
006470 3400-EXIT.
006480     EXIT.
006490*****************************************************************
006500*    4000-ANALYSER-HISTORIQUE - SEULES LES POSES ('A') PORTENT
006510*    UN COMPTE : UNE POSE SUR UN COMPTE DIFFERENT DU DERNIER
006520*    CONNU POUR L'ADHERENT EST UN CHANGEMENT. LA PREMIERE POSE
006530*    N'EN EST PAS UN. LES POSES REFUSEES PAR HZMD0001 COMPTENT
006540*    AUSSI : UNE TENTATIVE DE CHANGEMENT EST DEJA UN SIGNAL.
006550*****************************************************************
006560 4000-ANALYSER-HISTORIQUE.
006570     OPEN INPUT MD-HIST.
006580     IF NOT MD-HIST-OK
006590        DISPLAY 'HZFR0001 - MD-HIST INDISPONIBLE, CHANGEMENTS '
006600            'DE COMPTE NON EXAMINES - STATUT ' W-MD-HIST-STATUS
006610        MOVE 4 TO RETURN-CODE
006620        GO TO 4000-EXIT
006630     END-IF.
006640     PERFORM 4100-LIRE-MOUVEMENT THRU 4100-EXIT
006650        UNTIL FIN-HIST.
006660     CLOSE MD-HIST.
006670     IF W-NB-ADHERENTS > ZERO
006680        PERFORM 4500-CONTROLER-ADHERENT THRU 4500-EXIT
006690           VARYING W-IDX-EDIT FROM 1 BY 1
006700           UNTIL W-IDX-EDIT > W-NB-ADHERENTS
006710     END-IF.
006720 4000-EXIT.
006730     EXIT.
006740 4100-LIRE-MOUVEMENT.
006750     READ MD-HIST
006760        AT END
006770           MOVE 'O' TO W-FIN-HIST
006780           GO TO 4100-EXIT
006790     END-READ.
006800     IF NOT MT-ACTION-POSE OR MT-REF-COMPTE = SPACES
006810        GO TO 4100-EXIT
006820     END-IF.
006830     PERFORM 4200-CHERCHER-ADHERENT THRU 4200-EXIT.
006840     IF NOT ADHERENT-TROUVE
006850        IF W-NB-ADHERENTS < 2000
006860           ADD 1 TO W-NB-ADHERENTS
006870           MOVE MT-COADHF TO W-AH-COADHF (W-NB-ADHERENTS)
006880           MOVE MT-REF-COMPTE TO W-AH-REF-COMPTE (W-NB-ADHERENTS)
006890           MOVE ZERO TO W-AH-NB-CHANGEMENTS (W-NB-ADHERENTS)
006900        ELSE
006910           DISPLAY 'HZFR0001 - TABLE DES ADHERENTS PLEINE '
006920               '(2000) - MOUVEMENT IGNORE : ' MT-COADHF
006930           MOVE 4 TO RETURN-CODE
006940        END-IF
006950        GO TO 4100-EXIT
006960     END-IF.
006970     IF MT-REF-COMPTE = W-AH-REF-COMPTE (W-IDX-AH)
006980        GO TO 4100-EXIT
006990     END-IF.
007000     MOVE MT-REF-COMPTE TO W-AH-REF-COMPTE (W-IDX-AH).
007010     MOVE MT-DATE-MANDAT TO W-DATE-CONTROLE.
007020     PERFORM 5800-DATER THRU 5800-EXIT.
007030     IF NOT DATE-VALIDE
007040        OR W-AGE-JOURS < ZERO
007050        OR W-AGE-JOURS > KT-FRAUDE-FENETRE-JOURS
007060        GO TO 4100-EXIT
007070     END-IF.
007080     ADD 1 TO W-AH-NB-CHANGEMENTS (W-IDX-AH).
007090     IF W-NB-CHANGEMENTS < 1000
007100        ADD 1 TO W-NB-CHANGEMENTS
007110        MOVE MT-COADHF TO W-CH-COADHF (W-NB-CHANGEMENTS)
007120        MOVE MT-REF-COMPTE TO W-CH-REF-COMPTE (W-NB-CHANGEMENTS)
007130        MOVE W-QUANTIEME-DATE TO W-CH-QUANTIEME (W-NB-CHANGEMENTS)
007140     ELSE
007150        DISPLAY 'HZFR0001 - TABLE DES CHANGEMENTS PLEINE (1000) '
007160            '- CHANGEMENT NON RAPPROCHE : ' MT-COADHF
007170        MOVE 4 TO RETURN-CODE
007180     END-IF.
007190 4100-EXIT.
007200     EXIT.
007210 4200-CHERCHER-ADHERENT.
007220     MOVE 'N' TO W-ADHERENT-TROUVE-SW.
007230     IF W-NB-ADHERENTS = ZERO
007240        GO TO 4200-EXIT
007250     END-IF.
007260     SET W-IDX-AH TO 1.
007270     SEARCH W-AH-ENTREE
007280        AT END
007290           CONTINUE
007300        WHEN W-IDX-AH > W-NB-ADHERENTS
007310           CONTINUE
007320        WHEN W-AH-COADHF (W-IDX-AH) = MT-COADHF
007330           MOVE 'O' TO W-ADHERENT-TROUVE-SW
007340     END-SEARCH.
007350 4200-EXIT.
007360     EXIT.
007370*****************************************************************
007380*    4500-CONTROLER-ADHERENT - ASSEZ DE CHANGEMENTS DANS LA
007390*    FENETRE : LE DERNIER COMPTE DE L'ADHERENT EST SIGNALE.
007400*****************************************************************
007410 4500-CONTROLER-ADHERENT.
007420     IF W-AH-NB-CHANGEMENTS (W-IDX-EDIT) <
007430           KT-FRAUDE-NB-CHANGEMENTS
007440        GO TO 4500-EXIT
007450     END-IF.
007460     MOVE W-AH-REF-COMPTE (W-IDX-EDIT) TO W-SG-REF-COMPTE.
007470     MOVE W-AH-COADHF (W-IDX-EDIT) TO W-SG-COADHF.
007480     MOVE 'M' TO W-SG-MOTIF.
007490     MOVE W-AH-NB-CHANGEMENTS (W-IDX-EDIT) TO W-NB-EDIT.
007500     MOVE SPACES TO W-SG-LIBELLE.
007510     STRING W-NB-EDIT DELIMITED BY SIZE
007520         ' CHANGEMENTS' DELIMITED BY SIZE
007530         INTO W-SG-LIBELLE
007540     END-STRING.
007550     PERFORM 5900-SIGNALER-COMPTE THRU 5900-EXIT.
007560 4500-EXIT.
007570     EXIT.
007580*****************************************************************
007590*    5000-RAPPROCHER-REMBOURSEMENTS - CHAQUE REMBOURSEMENT
007600*    (CM-REG 'R') ET CHAQUE REGLEMENT DE RADIATION CREDITEUR
007610*    EST CONFRONTE AUX CHANGEMENTS DE COMPTE DE SON ADHERENT.
007620*****************************************************************
007630 5000-RAPPROCHER-REMBOURSEMENTS.
007640     IF W-NB-CHANGEMENTS = ZERO
007650        GO TO 5000-EXIT
007660     END-IF.
007670     OPEN INPUT CM-REG.
007680     IF CM-REG-OK
007690        PERFORM 5100-LIRE-REGISTRE THRU 5100-EXIT
007700           UNTIL FIN-REG
007710        CLOSE CM-REG
007720     ELSE
007730        DISPLAY 'HZFR0001 - CM-REG INDISPONIBLE - STATUT '
007740            W-CM-REG-STATUS
007750        MOVE 4 TO RETURN-CODE
007760     END-IF.
007770     OPEN INPUT RAD-REGL.
007780     IF RAD-REGL-OK
007790        PERFORM 5200-LIRE-REGLEMENT THRU 5200-EXIT
007800           UNTIL FIN-REGL
007810        CLOSE RAD-REGL
007820     ELSE
007830        DISPLAY 'HZFR0001 - RAD-REGL INDISPONIBLE - STATUT '
007840            W-RAD-REGL-STATUS
007850        MOVE 4 TO RETURN-CODE
007860     END-IF.
007870 5000-EXIT.
007880     EXIT.
007890 5100-LIRE-REGISTRE.
007900     READ CM-REG
007910        AT END
007920           MOVE 'O' TO W-FIN-REG
007930           GO TO 5100-EXIT
007940     END-READ.
007950     IF NOT CR-REMBOURSEMENT
007960        GO TO 5100-EXIT
007970     END-IF.
007980     MOVE CR-COADHF TO W-RB-COADHF.
007990     MOVE CR-DATE TO W-RB-DATE.
008000     MOVE 'REMBOURSEMENT' TO W-RB-NATURE.
008010     PERFORM 5500-CONFRONTER THRU 5500-EXIT.
008020 5100-EXIT.
008030     EXIT.
008040 5200-LIRE-REGLEMENT.
008050     READ RAD-REGL
008060        AT END
008070           MOVE 'O' TO W-FIN-REGL
008080           GO TO 5200-EXIT
008090     END-READ.
008100     IF NOT RR-DETAIL
008110        GO TO 5200-EXIT
008120     END-IF.
008130     IF RR-SOLDE NOT < ZERO
008140        GO TO 5200-EXIT
008150     END-IF.
008160     MOVE RR-COADHF TO W-RB-COADHF.
008170     MOVE RR-DATE TO W-RB-DATE.
008180     MOVE 'RADIATION' TO W-RB-NATURE.
008190     PERFORM 5500-CONFRONTER THRU 5500-EXIT.
008200 5200-EXIT.
008210     EXIT.
008220 5500-CONFRONTER.
008230     MOVE W-RB-DATE TO W-DATE-CONTROLE.
008240     PERFORM 5800-DATER THRU 5800-EXIT.
008250     IF NOT DATE-VALIDE
008260        OR W-AGE-JOURS > KT-FRAUDE-FENETRE-JOURS
008270        GO TO 5500-EXIT
008280     END-IF.
008290     MOVE W-QUANTIEME-DATE TO W-QUANTIEME-RB.
008300     PERFORM 5510-CONFRONTER-CHANGEMENT THRU 5510-EXIT
008310        VARYING W-IDX-CH FROM 1 BY 1
008320        UNTIL W-IDX-CH > W-NB-CHANGEMENTS.
008330 5500-EXIT.
008340     EXIT.
008350 5510-CONFRONTER-CHANGEMENT.
008360     IF W-CH-COADHF (W-IDX-CH) NOT = W-RB-COADHF
008370        GO TO 5510-EXIT
008380     END-IF.
008390     IF W-QUANTIEME-RB < W-CH-QUANTIEME (W-IDX-CH)
008400        GO TO 5510-EXIT
008410     END-IF.
008420     IF W-QUANTIEME-RB - W-CH-QUANTIEME (W-IDX-CH) >
008430           KT-FRAUDE-DELAI-JOURS
008440        GO TO 5510-EXIT
008450     END-IF.
008460     MOVE W-CH-REF-COMPTE (W-IDX-CH) TO W-SG-REF-COMPTE.
008470     MOVE W-RB-COADHF TO W-SG-COADHF.
008480     MOVE 'R' TO W-SG-MOTIF.
008490     MOVE SPACES TO W-SG-LIBELLE.
008500     STRING 'CHGT + ' DELIMITED BY SIZE
008510         W-RB-NATURE DELIMITED BY SIZE
008520         INTO W-SG-LIBELLE
008530     END-STRING.
008540     PERFORM 5900-SIGNALER-COMPTE THRU 5900-EXIT.
008550 5510-EXIT.
008560     EXIT.
008570*****************************************************************
008580*    5800-DATER - DATE AAAAMMJJ EN QUANTIEME ABSOLU ET AGE EN
008590*    JOURS A LA DATE DU PASSAGE. UNE DATE NON NUMERIQUE OU HORS
008600*    CALENDRIER (MEMES CONTROLES QUE 6200 DE HZRV0001, FEVRIER
008610*    BISSEXTILE AU MODULO 4) EST ECARTEE.
008620*****************************************************************
008630 5800-DATER.
008640     MOVE 'N' TO W-DATE-VALIDE-SW.
008650     IF W-DATE-CONTROLE NOT NUMERIC
008660        GO TO 5800-EXIT
008670     END-IF.
008680     IF W-DC-AAAA < 1601
008690        OR W-DC-MM < 01 OR W-DC-MM > 12
008700        GO TO 5800-EXIT
008710     END-IF.
008720     EVALUATE W-DC-MM
008730        WHEN 01 WHEN 03 WHEN 05 WHEN 07
008740        WHEN 08 WHEN 10 WHEN 12
008750           MOVE 31 TO W-JJ-MAXI
008760        WHEN 04 WHEN 06 WHEN 09 WHEN 11
008770           MOVE 30 TO W-JJ-MAXI
008780        WHEN OTHER
008790           DIVIDE W-DC-AAAA BY 4
008800              GIVING W-AAAA-QUOT-4
008810              REMAINDER W-AAAA-RESTE-4
008820           IF W-AAAA-RESTE-4 = ZERO
008830              MOVE 29 TO W-JJ-MAXI
008840           ELSE
008850              MOVE 28 TO W-JJ-MAXI
008860           END-IF
008870     END-EVALUATE.
008880     IF W-DC-JJ < 01 OR W-DC-JJ > W-JJ-MAXI
008890        GO TO 5800-EXIT
008900     END-IF.
008910     COMPUTE W-QUANTIEME-DATE =
008920        FUNCTION INTEGER-OF-DATE (W-DATE-CONTROLE).
008930     COMPUTE W-AGE-JOURS =
008940        W-QUANTIEME-JOUR - W-QUANTIEME-DATE.
008950     MOVE 'O' TO W-DATE-VALIDE-SW.
008960 5800-EXIT.
008970     EXIT.
008980*****************************************************************
008990*    5900-SIGNALER-COMPTE - UN COMPTE DEJA SOUS SURVEILLANCE
009000*    (QUEL QUE SOIT SON STATUT) N'EST PAS SIGNALE UNE SECONDE
009010*    FOIS. SINON IL ENTRE BLOQUE DANS LA TABLE, PART EN REVUE
009020*    DANS REV-EXC ET EST EDITE AU RAPPORT.
009030*****************************************************************
009040 5900-SIGNALER-COMPTE.
009050     PERFORM 5950-CHERCHER-COMPTE THRU 5950-EXIT.
009060     IF COMPTE-SURVEILLE
009070        ADD 1 TO W-NB-DEJA-SURVEILLES
009080        GO TO 5900-EXIT
009090     END-IF.
009100     IF W-NB-SURV NOT < 1000
009110        DISPLAY 'HZFR0001 - TABLE DE SURVEILLANCE PLEINE (1000) '
009120            '- COMPTE NON SIGNALE : ' W-SG-REF-COMPTE
009130        MOVE 8 TO RETURN-CODE
009140        GO TO 5900-EXIT
009150     END-IF.
009160     IF W-NB-SIGNALES > ZERO
009170        ADD 1 TO W-HORO-HEURE
009180     END-IF.
009190     ADD 1 TO W-NB-SIGNALES.
009200     ADD 1 TO W-NB-SURV.
009210     MOVE W-SG-REF-COMPTE TO W-SV-REF-COMPTE (W-NB-SURV).
009220     MOVE W-SG-COADHF TO W-SV-COADHF (W-NB-SURV).
009230     MOVE W-SG-MOTIF TO W-SV-MOTIF (W-NB-SURV).
009240     MOVE W-DATE-JOUR-CCYYMMDD TO W-SV-DATE-DETECTION (W-NB-SURV).
009250     MOVE W-HORODATE-TRAVAIL TO W-SV-HORODATE (W-NB-SURV).
009260     MOVE 'B' TO W-SV-STATUT (W-NB-SURV).
009270     MOVE SPACES TO W-SV-SUPERVISEUR (W-NB-SURV).
009280     MOVE ZERO TO W-SV-DATE-DECISION (W-NB-SURV).
009290     PERFORM 5960-METTRE-EN-REVUE THRU 5960-EXIT.
009300     MOVE SPACES TO W-LIGNE-TRAVAIL.
009310     STRING 'SIGNALE ' DELIMITED BY SIZE
009320         W-SG-MOTIF DELIMITED BY SIZE
009330         ' ' DELIMITED BY SIZE
009340         W-SG-REF-COMPTE DELIMITED BY SIZE
009350         ' ' DELIMITED BY SIZE
009360         W-SG-COADHF DELIMITED BY SIZE
009370         ' ' DELIMITED BY SIZE
009380         W-SG-LIBELLE DELIMITED BY SIZE
009390         ' ' DELIMITED BY SIZE
009400         W-HORODATE-TRAVAIL DELIMITED BY SIZE
009410         INTO W-LIGNE-TRAVAIL
009420     END-STRING.
009430     MOVE W-LIGNE-TRAVAIL TO FR-RPRT-LIGNE.
009440     WRITE FR-RPRT-LIGNE.
009450 5900-EXIT.
009460     EXIT.
009470 5950-CHERCHER-COMPTE.
009480     MOVE 'N' TO W-COMPTE-SURVEILLE-SW.
009490     IF W-NB-SURV = ZERO
009500        GO TO 5950-EXIT
009510     END-IF.
009520     SET W-IDX-SV TO 1.
009530     SEARCH W-SV-ENTREE
009540        AT END
009550           CONTINUE
009560        WHEN W-IDX-SV > W-NB-SURV
009570           CONTINUE
009580        WHEN W-SV-REF-COMPTE (W-IDX-SV) = W-SG-REF-COMPTE
009590           MOVE 'O' TO W-COMPTE-SURVEILLE-SW
009600     END-SEARCH.
009610 5950-EXIT.
009620     EXIT.
009630*****************************************************************
009640*    5960-METTRE-EN-REVUE - LIGNE REV-EXC (MEME DESSIN QUE
009650*    Z-930-MISE-EN-ATTENTE-REVUE), MEME SCHEMA D'OUVERTURE QUE
009660*    HZRC0001. LA DECISION DU SUPERVISEUR SUR CET ITEM LIBERE
009670*    OU CONFIRME LE BLOCAGE (FONCTION 'L').
009680*****************************************************************
009690 5960-METTRE-EN-REVUE.
009700     OPEN EXTEND REV-EXC.
009710     IF W-REV-EXC-STATUS = '05'
009720        OPEN OUTPUT REV-EXC
009730     END-IF.
009740     MOVE SPACES TO REV-EXC-LIGNE.
009750     MOVE W-HORODATE-TRAVAIL TO RV-HORODATE.
009760     MOVE 'HZFR0001' TO RV-PROGRAMME.
009770     MOVE 4 TO RV-CODE-RETOUR.
009780     STRING 'COMPTE ' DELIMITED BY SIZE
009790         W-SG-REF-COMPTE DELIMITED BY SPACE
009800         ' ' DELIMITED BY SIZE
009810         W-SG-LIBELLE DELIMITED BY SIZE
009820         ' ADH ' DELIMITED BY SIZE
009830         W-SG-COADHF DELIMITED BY SIZE
009840         INTO RV-LIBELLE
009850     END-STRING.
009860     WRITE REV-EXC-LIGNE.
009870     CLOSE REV-EXC.
009880 5960-EXIT.
009890     EXIT.
009900*****************************************************************
009910*    6000-APPLIQUER-DISPOSITIONS - DISPOSITIONS DU JOURNAL
009920*    RV-JOURNAL SUR LES ITEMS DE CE PROGRAMME, RETROUVES PAR
009930*    LEUR HORODATE. SEUL UN COMPTE ENCORE BLOQUE EST MODIFIE ;
009940*    UN ITEM REMIS EN FILE LAISSE LE COMPTE BLOQUE.
009950*****************************************************************
009960 6000-APPLIQUER-DISPOSITIONS.
009970     OPEN INPUT RV-JOURNAL.
009980     IF NOT RV-JOURNAL-OK
009990        DISPLAY 'HZFR0001 - RV-JOURNAL INDISPONIBLE, AUCUNE '
010000            'LIBERATION - STATUT ' W-RV-JOURNAL-STATUS
010010        MOVE 4 TO RETURN-CODE
010020        GO TO 6000-EXIT
010030     END-IF.
010040     PERFORM 6100-LIRE-DISPOSITION THRU 6100-EXIT
010050        UNTIL FIN-JOURNAL.
010060     CLOSE RV-JOURNAL.
010070 6000-EXIT.
010080     EXIT.
010090 6100-LIRE-DISPOSITION.
010100     READ RV-JOURNAL
010110        AT END
010120           MOVE 'O' TO W-FIN-JOURNAL
010130           GO TO 6100-EXIT
010140     END-READ.
010150     IF JR-PROGRAMME NOT = 'HZFR0001' OR W-NB-SURV = ZERO
010160        GO TO 6100-EXIT
010170     END-IF.
010180     SET W-IDX-SV TO 1.
010190     SEARCH W-SV-ENTREE
010200        AT END
010210           GO TO 6100-EXIT
010220        WHEN W-IDX-SV > W-NB-SURV
010230           GO TO 6100-EXIT
010240        WHEN W-SV-HORODATE (W-IDX-SV) = JR-HORODATE-ITEM
010250           CONTINUE
010260     END-SEARCH.
010270     IF W-SV-STATUT (W-IDX-SV) NOT = 'B'
010280        GO TO 6100-EXIT
010290     END-IF.
010300     EVALUATE JR-DISPOSITION
010310        WHEN 'ACCEPTE'
010320           MOVE 'L' TO W-SV-STATUT (W-IDX-SV)
010330           ADD 1 TO W-NB-LIBERES
010340        WHEN 'REJETE'
010350           MOVE 'F' TO W-SV-STATUT (W-IDX-SV)
010360           ADD 1 TO W-NB-CONFIRMES
010370        WHEN OTHER
010380           GO TO 6100-EXIT
010390     END-EVALUATE.
010400     MOVE JR-SUPERVISEUR TO W-SV-SUPERVISEUR (W-IDX-SV).
010410     MOVE W-DATE-JOUR-CCYYMMDD TO W-SV-DATE-DECISION (W-IDX-SV).
010420     MOVE SPACES TO W-LIGNE-TRAVAIL.
010430     STRING JR-DISPOSITION DELIMITED BY SIZE
010440         ' ' DELIMITED BY SIZE
010450         W-SV-REF-COMPTE (W-IDX-SV) DELIMITED BY SIZE
010460         ' ' DELIMITED BY SIZE
010470         W-SV-COADHF (W-IDX-SV) DELIMITED BY SIZE
010480         ' STATUT ' DELIMITED BY SIZE
010490         W-SV-STATUT (W-IDX-SV) DELIMITED BY SIZE
010500         ' PAR ' DELIMITED BY SIZE
010510         JR-SUPERVISEUR DELIMITED BY SIZE
010520         ' ' DELIMITED BY SIZE
010530         JR-COMMENTAIRE DELIMITED BY SIZE
010540         INTO W-LIGNE-TRAVAIL
010550     END-STRING.
010560     MOVE W-LIGNE-TRAVAIL TO FR-RPRT-LIGNE.
010570     WRITE FR-RPRT-LIGNE.
010580 6100-EXIT.
010590     EXIT.
010600*****************************************************************
010610*    7000-REECRIRE-SURVEILLANCE - RECOPIE DE LA TABLE SUR
010620*    CPT-SURV-NV. UN COMPTE LIBERE DEPUIS PLUS LONGTEMPS QUE LA
010630*    FENETRE SORT DE LA TABLE : IL PEUT ETRE SIGNALE A NOUVEAU
010640*    SI UN NOUVEAU SCHEMA APPARAIT. UN COMPTE BLOQUE OU
010650*    CONFIRME FRAUDULEUX Y RESTE.
010660*****************************************************************
010670 7000-REECRIRE-SURVEILLANCE.
010680     IF W-NB-SURV > ZERO
010690        PERFORM 7100-REECRIRE-UN-COMPTE THRU 7100-EXIT
010700           VARYING W-IDX-EDIT FROM 1 BY 1
010710           UNTIL W-IDX-EDIT > W-NB-SURV
010720     END-IF.
010730 7000-EXIT.
010740     EXIT.
010750 7100-REECRIRE-UN-COMPTE.
010760     IF W-SV-STATUT (W-IDX-EDIT) = 'L'
010770        MOVE W-SV-DATE-DECISION (W-IDX-EDIT) TO W-DATE-CONTROLE
010780        PERFORM 5800-DATER THRU 5800-EXIT
010790        IF DATE-VALIDE
010800           AND W-AGE-JOURS > KT-FRAUDE-FENETRE-JOURS
010810           ADD 1 TO W-NB-PURGES
010820           GO TO 7100-EXIT
010830        END-IF
010840     END-IF.
010850     MOVE W-SV-REF-COMPTE (W-IDX-EDIT) TO FS-REF-COMPTE.
010860     MOVE W-SV-COADHF (W-IDX-EDIT) TO FS-COADHF.
010870     MOVE W-SV-MOTIF (W-IDX-EDIT) TO FS-MOTIF.
010880     MOVE W-SV-DATE-DETECTION (W-IDX-EDIT) TO FS-DATE-DETECTION.
010890     MOVE W-SV-HORODATE (W-IDX-EDIT) TO FS-HORODATE-REVUE.
010900     MOVE W-SV-STATUT (W-IDX-EDIT) TO FS-STATUT.
010910     MOVE W-SV-SUPERVISEUR (W-IDX-EDIT) TO FS-SUPERVISEUR.
010920     MOVE W-SV-DATE-DECISION (W-IDX-EDIT) TO FS-DATE-DECISION.
010930     MOVE CPT-SURV-LIGNE TO CPT-SURV-NV-LIGNE.
010940     WRITE CPT-SURV-NV-LIGNE.
010950 7100-EXIT.
010960     EXIT.
010970 8000-TERMINE.
010980     CLOSE CPT-SURV-NV FR-RPRT.
010990     IF ADH-MAST-OUVERT
011000        CLOSE ADH-MAST
011010     END-IF.
011020     MOVE W-NB-SIGNALES TO W-NB-EDIT.
011030     DISPLAY 'HZFR0001 - COMPTES SIGNALES       : ' W-NB-EDIT.
011040     MOVE W-NB-DEJA-SURVEILLES TO W-NB-EDIT.
011050     DISPLAY 'HZFR0001 - DEJA SOUS SURVEILLANCE : ' W-NB-EDIT.
011060     MOVE W-NB-LIBERES TO W-NB-EDIT.
011070     DISPLAY 'HZFR0001 - COMPTES LIBERES        : ' W-NB-EDIT.
011080     MOVE W-NB-CONFIRMES TO W-NB-EDIT.
011090     DISPLAY 'HZFR0001 - FRAUDES CONFIRMEES     : ' W-NB-EDIT.
011100     MOVE W-NB-PURGES TO W-NB-EDIT.
011110     DISPLAY 'HZFR0001 - LIBERATIONS ECHUES     : ' W-NB-EDIT.
011120 8000-EXIT.
011130     EXIT.
