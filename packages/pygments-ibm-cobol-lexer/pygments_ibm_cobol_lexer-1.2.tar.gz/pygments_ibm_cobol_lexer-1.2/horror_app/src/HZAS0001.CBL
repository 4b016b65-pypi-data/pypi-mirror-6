000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZAS0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. ASSURANCE DES REVENUS, MENSUELLE OU ANNUELLE : POUR
000080     CHAQUE ADHERENT ET PAR ETABLISSEMENT, QUATRE MONTANTS DE LA
000090     PERIODE DE AS-PARM SONT MIS EN REGARD. COTISE : VARIATION DU
000100     CUMUL ANNUEL CUM-ADH DE HORROR (COTISATION 6004 CALCULEE SUR
000110     LE COTNET DU CURSEUR C-MH37-U), ENTRE CUM-PREC (FIN DE LA
000120     PERIODE PRECEDENTE, IGNORE EN ANNUEL ET EN JANVIER) ET
000130     CUM-ADH ; LES REVISIONS DE COTNET DE UPD-AUDIT SONT COMPTEES.
000140     FACTURE : PIECES 'F' DU REGISTRE FC-REG DE HZFC0001.
000150     ENCAISSE : PAIEMENTS BANQUE (HZPM0001) ET ORDRES PRELEV
000160     (HZPV0001) NETS DES RETOURS RETOUR (HZRB0001). PERTES ET
000170     AVOIRS : PP-REG (HZPP0001) ET PIECES 'A' DE FC-REG. L'ECART
000180     DE FACTURATION (COTISE - FACTURE NET, EN HT) EST EXPLIQUE
000190     D'ABORD PAR LA FACTURATION EN ATTENTE FA-ATT (HZFA0001), PUIS
000200     CLASSE ; L'ECART D'ENCAISSEMENT (FACTURE NET TTC - ENCAISSE -
000210     PERTES) EST CLASSE SELON LE RESTE DU DES POSTES OUV-ITEMS.
000220     LES ECARTS AU-DELA DE LA TOLERANCE KONSTAB 'ASSUR-TOLERANCE'
000230     SONT LISTES AVEC LEUR CAUSE PROBABLE ; BILAN PAR
000240     ETABLISSEMENT ET PAR CAUSE. RAPPORT AS-RPRT. CODE RETOUR 4 SI
000250     UNE FUITE PROBABLE (COTISE JAMAIS FACTURE, SOLDE SANS
000260     ENCAISSEMENT) OU UNE SOURCE MANQUE, 8 SI LE PARAMETRE EST
000270     ABSENT OU INVALIDE.
000280*****************************************************************
000290*    HISTORIQUE DES MODIFICATIONS
000300*    --------------------------------------------------------
000310*    DATE       AUTEUR  DESCRIPTION
000320*    --------   ------  -------------------------------------
000330*    15/10/2026 EBA     CREATION.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT AS-PARM ASSIGN TO ASPARM
000440         ORGANIZATION SEQUENTIAL
000450         FILE STATUS W-AS-PARM-STATUS.
000460     SELECT KONSTAB ASSIGN TO KONSTAB
000470         ORGANIZATION SEQUENTIAL
000480         FILE STATUS W-KONSTAB-STATUS.
000490     SELECT CUM-ADH ASSIGN TO CUMADH
000500         ORGANIZATION SEQUENTIAL
000510         FILE STATUS W-CUM-ADH-STATUS.
000520     SELECT CUM-PREC ASSIGN TO CUMPREC
000530         ORGANIZATION SEQUENTIAL
000540         FILE STATUS W-CUM-PREC-STATUS.
000550     SELECT UPD-AUDIT ASSIGN TO UPDAUDIT
000560         ORGANIZATION SEQUENTIAL
000570         FILE STATUS W-UPD-AUDIT-STATUS.
000580     SELECT FC-REGM ASSIGN TO FCREGM
000590         ORGANIZATION SEQUENTIAL
000600         FILE STATUS W-FC-REGM-STATUS.
000610     SELECT FA-ATT ASSIGN TO FAATT
000620         ORGANIZATION SEQUENTIAL
000630         FILE STATUS W-FA-ATT-STATUS.
000640     SELECT BQ-MOIS ASSIGN TO BQMOIS
000650         ORGANIZATION SEQUENTIAL
000660         FILE STATUS W-BQ-MOIS-STATUS.
000670     SELECT PV-MOIS ASSIGN TO PVMOIS
000680         ORGANIZATION SEQUENTIAL
000690         FILE STATUS W-PV-MOIS-STATUS.
000700     SELECT RET-MOIS ASSIGN TO RETMOIS
000710         ORGANIZATION SEQUENTIAL
000720         FILE STATUS W-RET-MOIS-STATUS.
000730     SELECT PP-REG ASSIGN TO PPREG
000740         ORGANIZATION SEQUENTIAL
000750         FILE STATUS W-PP-REG-STATUS.
000760     SELECT OUV-ITEMS ASSIGN TO OUVITEMS
000770         ORGANIZATION SEQUENTIAL
000780         FILE STATUS W-OUV-ITEMS-STATUS.
000790     SELECT FFFFFGS ASSIGN TO FFFFFGS
000800         ORGANIZATION INDEXED
000810         ACCESS MODE DYNAMIC
000820         RECORD KEY FFFFFGS-CLE
000830         ALTERNATE RECORD KEY FFFFFGS-COADHF
000840             WITH DUPLICATES
000850         FILE STATUS W-FFFFFGS-STATUS.
000860     SELECT AS-RPRT ASSIGN TO ASRPRT
000870         ORGANIZATION SEQUENTIAL
000880         FILE STATUS W-AS-RPRT-STATUS.
000890     SELECT TRI-ASSUR ASSIGN TO SORTWK01.
000900 DATA DIVISION.
000910 FILE SECTION.
000920*****************************************************************
000930*    AS-PARM - MODE ('M' MENSUEL, 'A' ANNUEL) ET PERIODE (PREMIER
000940*    ET DERNIER JOUR). EN ANNUEL, LA PERIODE COMMENCE LE 1ER
000950*    JANVIER.
000960*****************************************************************
000970 FD  AS-PARM
000980     LABEL RECORD STANDARD
000990     DATA RECORD AS-PARM-LIGNE.
001000 01  AS-PARM-LIGNE.
001010     05  AP-MODE                 PIC X(01).
001020         88  AP-MENSUEL          VALUE 'M'.
001030         88  AP-ANNUEL           VALUE 'A'.
001040     05  AP-DATE-DEBUT           PIC 9(08).
001050     05  AP-DATE-FIN             PIC 9(08).
001060 FD  KONSTAB
001070     LABEL RECORD STANDARD
001080     DATA RECORD KONSTAB-LIGNE.
001090 01  KONSTAB-LIGNE.
001100     05  KONSTAB-RUBRIQUE        PIC X(20).
001110     05  KONSTAB-VALEUR          PIC X(60).
001120*****************************************************************
001130*    CUM-ADH / CUM-PREC - CUMULS ANNUELS DE COTISATION PAR
001140*    ADHERENT ET PRODUIT, MEME DESSIN QUE DANS HORROR : CUM-ADH
001150*    EN FIN DE PERIODE, CUM-PREC COPIE EN FIN DE PERIODE
001160*    PRECEDENTE.
001170*****************************************************************
001180 FD  CUM-ADH
001190     LABEL RECORD STANDARD
001200     DATA RECORD CUM-ADH-LIGNE.
001210 01  CUM-ADH-LIGNE.
001220     05  CU-COADHF               PIC X(09).
001230     05  CU-COTRTO               PIC X(05).
001240     05  CU-CUMUL                PIC S9(09)V99
001250                                 SIGN LEADING SEPARATE.
001260 FD  CUM-PREC
001270     LABEL RECORD STANDARD
001280     DATA RECORD CUM-PREC-LIGNE.
001290 01  CUM-PREC-LIGNE.
001300     05  CP-COADHF               PIC X(09).
001310     05  CP-COTRTO               PIC X(05).
001320     05  CP-CUMUL                PIC S9(09)V99
001330                                 SIGN LEADING SEPARATE.
001340*****************************************************************
001350*    UPD-AUDIT - JOURNAL DES MISES A JOUR DE COTNET (HORROR 6003),
001360*    MEME DESSIN QUE DANS HORROR (HORODATE AAMMJJ + HEURE).
001370*****************************************************************
001380 FD  UPD-AUDIT
001390     LABEL RECORD STANDARD
001400     DATA RECORD UPD-AUDIT-LIGNE.
001410 01  UPD-AUDIT-LIGNE.
001420     05  UA-HORODATE             PIC X(15).
001430     05  UA-USER-ID              PIC X(08).
001440     05  UA-COETBL               PIC X(05).
001450     05  UA-COADHF               PIC X(09).
001460     05  UA-CETRTF               PIC X(05).
001470     05  UA-COTRTO               PIC X(05).
001480     05  UA-COTNET-AVANT         PIC S9(07)V99
001490                                 SIGN LEADING SEPARATE.
001500     05  UA-COTNET-APRES         PIC S9(07)V99
001510                                 SIGN LEADING SEPARATE.
001520*****************************************************************
001530*    FC-REGM - CONCATENATION DES REGISTRES FC-REG DE HZFC0001 DE
001540*    LA PERIODE, MEME DESSIN QUE DANS HZTV0001.
001550*****************************************************************
001560 FD  FC-REGM
001570     LABEL RECORD STANDARD
001580     DATA RECORD FC-REGM-LIGNE.
001590 01  FC-REGM-LIGNE.
001600     05  FR-TYPE-PIECE           PIC X(01).
001610         88  FR-FACTURE          VALUE 'F'.
001620         88  FR-AVOIR            VALUE 'A'.
001630     05  FR-NUMERO-PIECE         PIC 9(08).
001640     05  FR-DATE-PIECE           PIC 9(08).
001650     05  FR-COADHF               PIC X(09).
001660     05  FR-COETBL               PIC X(05).
001670     05  FR-TAUX-TVA             PIC 9(02)V99.
001680     05  FR-MONTANT-HT           PIC S9(11)V99
001690                                 SIGN LEADING SEPARATE.
001700     05  FR-MONTANT-TVA          PIC S9(11)V99
001710                                 SIGN LEADING SEPARATE.
001720     05  FR-MONTANT-TTC          PIC S9(11)V99
001730                                 SIGN LEADING SEPARATE.
001740*****************************************************************
001750*    FA-ATT - FACTURATION EN ATTENTE DE HZFA0001 EN FIN DE PERIODE
001760*    (FA-ATT-NV DU DERNIER PASSAGE), MEME DESSIN QUE DANS
001770*    HZFA0001.
001780*****************************************************************
001790 FD  FA-ATT
001800     LABEL RECORD STANDARD
001810     DATA RECORD FA-ATT-LIGNE.
001820 01  FA-ATT-LIGNE.
001830     05  FT-ECHEANCE             PIC 9(08).
001840     05  FT-DATE-VALORISATION    PIC 9(08).
001850     05  FT-FREQUENCE            PIC X(01).
001860     05  FT-DETAIL.
001870         10  FT-TYPE             PIC X(02).
001880         10  FT-COADHF           PIC X(09).
001890         10  FT-COTRTO           PIC X(05).
001900         10  FT-CETRTF           PIC X(05).
001910         10  FT-CLE              PIC X(08).
001920         10  FT-QUANTITE         PIC 9(04)V99.
001930         10  FT-TAUX             PIC 9(05)V99.
001940         10  FT-MONTANT          PIC S9(09)V99
001950                                 SIGN LEADING SEPARATE.
001960         10  FILLER              PIC X(06).
001970*****************************************************************
001980*    BQ-MOIS - RELEVES BANQUE DE LA PERIODE, MEME DESSIN QUE
001990*    BANQUE DANS HZPM0001.
002000*****************************************************************
002010 FD  BQ-MOIS
002020     LABEL RECORD STANDARD
002030     DATA RECORD BQ-MOIS-LIGNE.
002040 01  BQ-MOIS-LIGNE.
002050     05  BQ-DATE                 PIC 9(08).
002060     05  BQ-NUMERO-FACTURE       PIC 9(08).
002070     05  BQ-COADHF               PIC X(09).
002080     05  BQ-MONTANT              PIC S9(11)V99
002090                                 SIGN LEADING SEPARATE.
002100     05  BQ-LIBELLE              PIC X(30).
002110*****************************************************************
002120*    PV-MOIS - FICHIERS PRELEV DE LA PERIODE (HZPV0001) : EN-TETE
002130*    '01' PORTANT LA DATE D'ECHEANCE, ORDRES '02', PIED '09'.
002140*****************************************************************
002150 FD  PV-MOIS
002160     LABEL RECORD STANDARD
002170     DATA RECORD PV-MOIS-ENTETE PV-MOIS-ORDRE.
002180 01  PV-MOIS-ENTETE.
002190     05  PE-TYPE                 PIC X(02).
002200     05  PE-DATE-ECHEANCE        PIC 9(08).
002210     05  FILLER                  PIC X(70).
002220 01  PV-MOIS-ORDRE.
002230     05  PO-TYPE                 PIC X(02).
002240     05  PO-COADHF               PIC X(09).
002250     05  PO-NUMERO-FACTURE       PIC 9(08).
002260     05  PO-REF-COMPTE           PIC X(34).
002270     05  PO-MONTANT              PIC S9(11)V99
002280                                 SIGN LEADING SEPARATE.
002290     05  FILLER                  PIC X(13).
002300*****************************************************************
002310*    RET-MOIS - RETOURS BANCAIRES DE LA PERIODE, MEME DESSIN QUE
002320*    RETOUR DANS HZRB0001.
002330*****************************************************************
002340 FD  RET-MOIS
002350     LABEL RECORD STANDARD
002360     DATA RECORD RET-MOIS-LIGNE.
002370 01  RET-MOIS-LIGNE.
002380     05  RT-DATE                 PIC 9(08).
002390     05  RT-COADHF               PIC X(09).
002400     05  RT-NUMERO-FACTURE       PIC 9(08).
002410     05  RT-MONTANT              PIC S9(11)V99
002420                                 SIGN LEADING SEPARATE.
002430     05  RT-CODE-MOTIF           PIC X(04).
002440*****************************************************************
002450*    PP-REG - REGISTRE DES PASSAGES EN PERTE (HZPP0001).
002460*****************************************************************
002470 FD  PP-REG
002480     LABEL RECORD STANDARD
002490     DATA RECORD PP-REG-LIGNE.
002500 01  PP-REG-LIGNE.
002510     05  PR-DATE                 PIC 9(08).
002520     05  PR-NUMERO-FACTURE       PIC 9(08).
002530     05  PR-COADHF               PIC X(09).
002540     05  PR-COETBL               PIC X(05).
002550     05  PR-MONTANT              PIC S9(11)V99
002560                                 SIGN LEADING SEPARATE.
002570     05  PR-APPROBATEUR          PIC X(08).
002580     05  PR-MOTIF                PIC X(40).
002590*****************************************************************
002600*    OUV-ITEMS - POSTES OUVERTS EN FIN DE PERIODE (COPIE
002610*    SEQUENTIELLE HZMS0001 DE OUV-MAST).
002620*****************************************************************
002630 FD  OUV-ITEMS
002640     LABEL RECORD STANDARD
002650     DATA RECORD OUV-ITEMS-LIGNE.
002660 01  OUV-ITEMS-LIGNE.
002670     05  OV-NUMERO-FACTURE       PIC 9(08).
002680     05  OV-COADHF               PIC X(09).
002690     05  OV-COETBL               PIC X(05).
002700     05  OV-DATE-FACTURE         PIC 9(08).
002710     05  OV-MONTANT-TTC          PIC S9(11)V99
002720                                 SIGN LEADING SEPARATE.
002730     05  OV-MONTANT-REGLE        PIC S9(11)V99
002740                                 SIGN LEADING SEPARATE.
002750     05  OV-STATUT               PIC X(01).
002760*****************************************************************
002770*    FFFFFGS - MAITRE, LU PAR ADHERENT POUR L'ETABLISSEMENT DES
002780*    ADHERENTS SANS PIECE NI POSTE DANS LA PERIODE.
002790*****************************************************************
002800 FD  FFFFFGS
002810     LABEL RECORD STANDARD
002820     DATA RECORD FFFFFGS-ENREG.
002830 COPY FFFFFFGS.
002840 FD  AS-RPRT
002850     LABEL RECORD STANDARD
002860     DATA RECORD AS-RPRT-LIGNE.
002870 01  AS-RPRT-LIGNE               PIC X(132).
002880*****************************************************************
002890*    TRI-ASSUR - MOUVEMENTS DE TOUTES LES SOURCES, TRIES PAR
002900*    ADHERENT PUIS SOURCE (01 COTISE, 02 REVISION COTNET, 03
002910*    FACTURE, 04 AVOIR, 05 EN ATTENTE, 06 PAIEMENT, 07
002920*    PRELEVEMENT, 08 RETOUR, 09 PERTE, 10 RESTE DU).
002930*****************************************************************
002940 SD  TRI-ASSUR
002950     DATA RECORD TRI-LIGNE.
002960 01  TRI-LIGNE.
002970     05  TRI-COADHF              PIC X(09).
002980     05  TRI-SOURCE              PIC 9(02).
002990     05  TRI-COETBL              PIC X(05).
003000     05  TRI-MONTANT             PIC S9(11)V99 COMP-3.
003010     05  TRI-MONTANT-2           PIC S9(11)V99 COMP-3.
003020 WORKING-STORAGE SECTION.
003030 01  W-AS-PARM-STATUS            PIC XX.
003040     88  AS-PARM-OK              VALUE '00'.
003050 01  W-KONSTAB-STATUS            PIC XX.
003060     88  KONSTAB-OK              VALUE '00'.
003070 01  W-CUM-ADH-STATUS            PIC XX.
003080     88  CUM-ADH-OK              VALUE '00'.
003090 01  W-CUM-PREC-STATUS           PIC XX.
003100     88  CUM-PREC-OK             VALUE '00'.
003110 01  W-UPD-AUDIT-STATUS          PIC XX.
003120     88  UPD-AUDIT-OK            VALUE '00'.
003130 01  W-FC-REGM-STATUS            PIC XX.
003140     88  FC-REGM-OK              VALUE '00'.
003150 01  W-FA-ATT-STATUS             PIC XX.
003160     88  FA-ATT-OK               VALUE '00'.
003170 01  W-BQ-MOIS-STATUS            PIC XX.
003180     88  BQ-MOIS-OK              VALUE '00'.
003190 01  W-PV-MOIS-STATUS            PIC XX.
003200     88  PV-MOIS-OK              VALUE '00'.
003210 01  W-RET-MOIS-STATUS           PIC XX.
003220     88  RET-MOIS-OK             VALUE '00'.
003230 01  W-PP-REG-STATUS             PIC XX.
003240     88  PP-REG-OK               VALUE '00'.
003250 01  W-OUV-ITEMS-STATUS          PIC XX.
003260     88  OUV-ITEMS-OK            VALUE '00'.
003270 01  W-FFFFFGS-STATUS            PIC XX.
003280     88  FFFFFGS-OK              VALUE '00'.
003290 01  W-AS-RPRT-STATUS            PIC XX.
003300 01  W-FIN-LECTURE               PIC X VALUE 'N'.
003310     88  FIN-LECTURE             VALUE 'O'.
003320 01  W-FIN-TRI                   PIC X VALUE 'N'.
003330     88  FIN-TRI                 VALUE 'O'.
003340 01  W-ARRET-SW                  PIC X VALUE 'N'.
003350     88  ARRET-TRAITEMENT        VALUE 'O'.
003360 01  W-MAITRE-SW                 PIC X VALUE 'N'.
003370     88  MAITRE-OUVERT           VALUE 'O'.
003380 01  W-MODE                      PIC X(01) VALUE SPACE.
003390     88  MODE-ANNUEL             VALUE 'A'.
003400 01  W-LIBELLE-MODE              PIC X(09) VALUE SPACES.
003410 01  W-DATE-DEBUT                PIC 9(08) VALUE ZERO.
003420 01  W-DATE-DEBUT-R REDEFINES W-DATE-DEBUT.
003430     05  W-DD-SIECLE             PIC 9(02).
003440     05  W-DD-AAMMJJ             PIC 9(06).
003450 01  W-DATE-FIN                  PIC 9(08) VALUE ZERO.
003460 01  W-DATE-FIN-R REDEFINES W-DATE-FIN.
003470     05  W-DF-SIECLE             PIC 9(02).
003480     05  W-DF-AAMMJJ             PIC 9(06).
003490 01  W-CUM-PREC-SW               PIC X VALUE 'N'.
003500     88  CUM-PREC-RETENU         VALUE 'O'.
003510 01  W-DATE-ECHEANCE-PV          PIC 9(08) VALUE ZERO.
003520*****************************************************************
003530*    TOLERANCE DES ECARTS (RUBRIQUE KONSTAB 'ASSUR-TOLERANCE', 7
003540*    CHIFFRES DONT 2 DECIMALES IMPLICITES, EN VALEUR ABSOLUE) :
003550*    ECART INFERIEUR OU EGAL = ADHERENT EQUILIBRE. DEFAUT 1,00.
003560*****************************************************************
003570 01  KT-ASSUR-TOLERANCE-X        PIC X(07) VALUE '0000100'.
003580 01  KT-ASSUR-TOLERANCE REDEFINES KT-ASSUR-TOLERANCE-X
003590                                 PIC 9(05)V99.
003600 01  KT-TOLERANCE-NEGATIVE       PIC S9(05)V99 COMP-3 VALUE 0.
003610*****************************************************************
003620*    CUMULS DE L'ADHERENT COURANT (RUPTURE SUR TRI-COADHF).
003630*****************************************************************
003640 01  W-COADHF-COURANT            PIC X(09) VALUE SPACES.
003650 01  W-ADHERENT.
003660     05  W-AD-COETBL             PIC X(05).
003670     05  W-AD-COTISE             PIC S9(11)V99 COMP-3.
003680     05  W-AD-NB-REVISIONS       PIC 9(05) COMP.
003690     05  W-AD-FACT-HT            PIC S9(11)V99 COMP-3.
003700     05  W-AD-FACT-TTC           PIC S9(11)V99 COMP-3.
003710     05  W-AD-AVOIR-HT           PIC S9(11)V99 COMP-3.
003720     05  W-AD-AVOIR-TTC          PIC S9(11)V99 COMP-3.
003730     05  W-AD-ATTENTE            PIC S9(11)V99 COMP-3.
003740     05  W-AD-ENCAISSE           PIC S9(11)V99 COMP-3.
003750     05  W-AD-PERTE              PIC S9(11)V99 COMP-3.
003760     05  W-AD-RESTE-DU           PIC S9(11)V99 COMP-3.
003770 01  W-FACTURE-NET-HT            PIC S9(11)V99 COMP-3 VALUE 0.
003780 01  W-FACTURE-NET-TTC           PIC S9(11)V99 COMP-3 VALUE 0.
003790 01  W-PERTES-AVOIRS             PIC S9(11)V99 COMP-3 VALUE 0.
003800 01  W-ECART-FACT                PIC S9(11)V99 COMP-3 VALUE 0.
003810 01  W-NON-FACTURE               PIC S9(11)V99 COMP-3 VALUE 0.
003820 01  W-RESIDU-FACT               PIC S9(11)V99 COMP-3 VALUE 0.
003830 01  W-ECART-ENC                 PIC S9(11)V99 COMP-3 VALUE 0.
003840 01  W-CAUSE-FACT                PIC 9(02) COMP VALUE ZERO.
003850 01  W-CAUSE-ENC                 PIC 9(02) COMP VALUE ZERO.
003860 01  W-IDX-CA                    PIC 9(02) COMP VALUE ZERO.
003870*****************************************************************
003880*    CAUSES PROBABLES DES ECARTS. 1-4 : ECART DE FACTURATION,
003890*    5-7 : ECART D'ENCAISSEMENT, 8 : PERTES DE LA PERIODE. LES
003900*    CAUSES 2, 3 ET 6 SONT DES FUITES PROBABLES (CODE RETOUR 4).
003910*****************************************************************
003920 01  W-LIBELLES-CAUSES.
003930     05  FILLER                  PIC X(02) VALUE 'NF'.
003940     05  FILLER                  PIC X(34) VALUE
003950         'NON ENCORE FACTURE (EN ATTENTE)'.
003960     05  FILLER                  PIC X(02) VALUE 'JF'.
003970     05  FILLER                  PIC X(34) VALUE
003980         'COTISE JAMAIS FACTURE'.
003990     05  FILLER                  PIC X(02) VALUE 'RV'.
004000     05  FILLER                  PIC X(34) VALUE
004010         'REVISION COTNET NON FACTUREE'.
004020     05  FILLER                  PIC X(02) VALUE 'FS'.
004030     05  FILLER                  PIC X(34) VALUE
004040         'FACTURE SANS COTISATION'.
004050     05  FILLER                  PIC X(02) VALUE 'IP'.
004060     05  FILLER                  PIC X(34) VALUE
004070         'FACTURE ET IMPAYE'.
004080     05  FILLER                  PIC X(02) VALUE 'SE'.
004090     05  FILLER                  PIC X(34) VALUE
004100         'SOLDE SANS ENCAISSEMENT IDENTIFIE'.
004110     05  FILLER                  PIC X(02) VALUE 'EA'.
004120     05  FILLER                  PIC X(34) VALUE
004130         'ENCAISSE SUR PERIODES ANTERIEURES'.
004140     05  FILLER                  PIC X(02) VALUE 'PE'.
004150     05  FILLER                  PIC X(34) VALUE
004160         'PASSE EN PERTE'.
004170 01  W-LIBELLES-CAUSES-R REDEFINES W-LIBELLES-CAUSES.
004180     05  W-CA-LIBELLE-ENTREE OCCURS 8 TIMES.
004190         10  W-CA-CODE           PIC X(02).
004200         10  W-CA-LIBELLE        PIC X(34).
004210 01  W-TAB-CAUSES.
004220     05  W-CA-ENTREE OCCURS 8 TIMES.
004230         10  W-CA-NB             PIC 9(07) COMP.
004240         10  W-CA-MONTANT        PIC S9(13)V99 COMP-3.
004250*****************************************************************
004260*    BILAN PAR ETABLISSEMENT (50 AU PLUS).
004270*****************************************************************
004280 01  W-NB-ETAB                   PIC 9(04) COMP VALUE ZERO.
004290 01  W-TAB-ETAB.
004300     05  W-ET-ENTREE OCCURS 50 TIMES
004310             INDEXED BY W-IDX-ET.
004320         10  W-ET-COETBL         PIC X(05).
004330         10  W-ET-NB-ADH         PIC 9(07) COMP.
004340         10  W-ET-NB-ECARTS      PIC 9(07) COMP.
004350         10  W-ET-COTISE         PIC S9(13)V99 COMP-3.
004360         10  W-ET-FACTURE-HT     PIC S9(13)V99 COMP-3.
004370         10  W-ET-FACTURE-TTC    PIC S9(13)V99 COMP-3.
004380         10  W-ET-ENCAISSE       PIC S9(13)V99 COMP-3.
004390         10  W-ET-PERTES-AVOIRS  PIC S9(13)V99 COMP-3.
004400         10  W-ET-ECART-FACT     PIC S9(13)V99 COMP-3.
004410         10  W-ET-ECART-ENC      PIC S9(13)V99 COMP-3.
004420 01  W-COETBL-COURANT            PIC X(05) VALUE SPACES.
004430 01  W-ETAB-TROUVE-SW            PIC X VALUE 'N'.
004440     88  ETAB-TROUVE             VALUE 'O'.
004450*****************************************************************
004460*    COMPTEURS ET TOTAUX GENERAUX.
004470*****************************************************************
004480 01  W-NB-ADHERENTS              PIC 9(07) COMP VALUE ZERO.
004490 01  W-NB-ADH-ECART              PIC 9(07) COMP VALUE ZERO.
004500 01  W-NB-FUITES                 PIC 9(07) COMP VALUE ZERO.
004510 01  W-NB-SANS-ADHERENT          PIC 9(07) COMP VALUE ZERO.
004520 01  W-MT-SANS-ADHERENT          PIC S9(13)V99 COMP-3 VALUE 0.
004530 01  W-NB-SOURCES-ABSENTES       PIC 9(02) COMP VALUE ZERO.
004540 01  W-TOT-COTISE                PIC S9(13)V99 COMP-3 VALUE 0.
004550 01  W-TOT-FACTURE-HT            PIC S9(13)V99 COMP-3 VALUE 0.
004560 01  W-TOT-FACTURE-TTC           PIC S9(13)V99 COMP-3 VALUE 0.
004570 01  W-TOT-ENCAISSE              PIC S9(13)V99 COMP-3 VALUE 0.
004580 01  W-TOT-PERTES-AVOIRS         PIC S9(13)V99 COMP-3 VALUE 0.
004590 01  W-TOT-ECART-FACT            PIC S9(13)V99 COMP-3 VALUE 0.
004600 01  W-TOT-ECART-ENC             PIC S9(13)V99 COMP-3 VALUE 0.
004610 01  W-NB-EDIT                   PIC Z(06)9.
004620 01  W-MT-EDIT-1                 PIC -(12)9,99.
004630 01  W-LIGNE-TRAVAIL             PIC X(132).
004640*****************************************************************
004650*    LIGNE DE DETAIL D'UN ADHERENT EN ECART.
004660*****************************************************************
004670 01  W-LIGNE-ADHERENT.
004680     05  WLA-COADHF              PIC X(09).
004690     05  FILLER                  PIC X(01) VALUE SPACE.
004700     05  WLA-COETBL              PIC X(05).
004710     05  WLA-COTISE              PIC -(9)9,99.
004720     05  WLA-FACTURE-HT          PIC -(9)9,99.
004730     05  WLA-FACTURE-TTC         PIC -(9)9,99.
004740     05  WLA-ENCAISSE            PIC -(9)9,99.
004750     05  WLA-PERTES-AVOIRS       PIC -(9)9,99.
004760     05  WLA-ECART-FACT          PIC -(9)9,99.
004770     05  FILLER                  PIC X(01) VALUE SPACE.
004780     05  WLA-CAUSE-FACT          PIC X(02).
004790     05  WLA-ECART-ENC           PIC -(9)9,99.
004800     05  FILLER                  PIC X(01) VALUE SPACE.
004810     05  WLA-CAUSE-ENC           PIC X(02).
004820     05  FILLER                  PIC X(01) VALUE SPACE.
004830     05  WLA-REVISIONS           PIC ZZ9.
004840     05  FILLER                  PIC X(06) VALUE SPACES.
004850*****************************************************************
004860*    LIGNE DE BILAN D'UN ETABLISSEMENT.
004870*****************************************************************
004880 01  W-LIGNE-ETAB.
004890     05  WLE-COETBL              PIC X(05).
004900     05  WLE-NB-ADH              PIC Z(05)9.
004910     05  WLE-NB-ECARTS           PIC Z(05)9.
004920     05  WLE-COTISE              PIC -(11)9,99.
004930     05  WLE-FACTURE-HT          PIC -(11)9,99.
004940     05  WLE-FACTURE-TTC         PIC -(11)9,99.
004950     05  WLE-ENCAISSE            PIC -(11)9,99.
004960     05  WLE-PERTES-AVOIRS       PIC -(11)9,99.
004970     05  WLE-ECART-FACT          PIC -(11)9,99.
004980     05  WLE-ECART-ENC           PIC -(11)9,99.
004990     05  FILLER                  PIC X(03) VALUE SPACES.
005000 PROCEDURE DIVISION.
005010 0000-MAINLINE.
005020     PERFORM 1000-INITIALISE THRU 1000-EXIT.
005030     IF NOT ARRET-TRAITEMENT
005040        PERFORM 1400-CHARGER-KONSTAB THRU 1400-EXIT
005050        SORT TRI-ASSUR
005060           ON ASCENDING KEY TRI-COADHF TRI-SOURCE
005070           INPUT PROCEDURE 2000-COLLECTER-SOURCES THRU 2000-EXIT
005080           OUTPUT PROCEDURE 5000-RAPPROCHER-ADHERENTS
005090              THRU 5000-EXIT
005100        PERFORM 7000-EDITER-BILANS THRU 7000-EXIT
005110     END-IF.
005120     PERFORM 8000-TERMINE THRU 8000-EXIT.
005130     GOBACK.
005140*****************************************************************
005150*    1000-INITIALISE - PARAMETRE AS-PARM (ABSENT OU INVALIDE :
005160*    ARRET, CODE 8). CUM-PREC N'EST RETENU QU'EN MENSUEL HORS
005170*    JANVIER, CUM-ADH ETANT REMIS A VIDE AU PREMIER JOUR DE
005180*    L'ANNEE.
005190*****************************************************************
005200 1000-INITIALISE.
005210     OPEN OUTPUT AS-RPRT.
005220     INITIALIZE W-TAB-CAUSES W-TAB-ETAB.
005230     OPEN INPUT AS-PARM.
005240     IF NOT AS-PARM-OK
005250        DISPLAY 'HZAS0001 - AS-PARM INDISPONIBLE - STATUT '
005260            W-AS-PARM-STATUS
005270        MOVE 'O' TO W-ARRET-SW
005280        MOVE 8 TO RETURN-CODE
005290        GO TO 1000-EXIT
005300     END-IF.
005310     READ AS-PARM
005320        AT END
005330           DISPLAY 'HZAS0001 - AS-PARM VIDE'
005340           MOVE 'O' TO W-ARRET-SW
005350           MOVE 8 TO RETURN-CODE
005360     END-READ.
005370     CLOSE AS-PARM.
005380     IF ARRET-TRAITEMENT
005390        GO TO 1000-EXIT
005400     END-IF.
005410     IF (NOT AP-MENSUEL AND NOT AP-ANNUEL)
005420        OR AP-DATE-DEBUT NOT NUMERIC
005430        OR AP-DATE-FIN NOT NUMERIC
005440        OR AP-DATE-DEBUT > AP-DATE-FIN
005450        DISPLAY 'HZAS0001 - AS-PARM INVALIDE : ' AS-PARM-LIGNE
005460        MOVE 'O' TO W-ARRET-SW
005470        MOVE 8 TO RETURN-CODE
005480        GO TO 1000-EXIT
005490     END-IF.
005500     IF AP-ANNUEL AND AP-DATE-DEBUT (5:4) NOT = '0101'
005510        DISPLAY 'HZAS0001 - AS-PARM ANNUEL NE COMMENCANT PAS LE '
005520            '1ER JANVIER : ' AS-PARM-LIGNE
005530        MOVE 'O' TO W-ARRET-SW
005540        MOVE 8 TO RETURN-CODE
005550        GO TO 1000-EXIT
005560     END-IF.
005570     MOVE AP-MODE TO W-MODE.
005580     MOVE AP-DATE-DEBUT TO W-DATE-DEBUT.
005590     MOVE AP-DATE-FIN TO W-DATE-FIN.
005600     IF AP-MENSUEL AND AP-DATE-DEBUT (5:4) NOT = '0101'
005610        MOVE 'O' TO W-CUM-PREC-SW
005620     END-IF.
005630     OPEN INPUT FFFFFGS.
005640     IF FFFFFGS-OK
005650        MOVE 'O' TO W-MAITRE-SW
005660     ELSE
005670        DISPLAY 'HZAS0001 - FFFFFGS INDISPONIBLE, ETABLISSEMENT '
005680            'NON DETERMINE SANS PIECE - STATUT ' W-FFFFFGS-STATUS
005690     END-IF.
005700 1000-EXIT.
005710     EXIT.
005720*****************************************************************
005730*    1400-CHARGER-KONSTAB - TOLERANCE DES ECARTS. VALEUR ABSENTE
005740*    OU NON NUMERIQUE : DEFAUT CONSERVE.
005750*****************************************************************
005760 1400-CHARGER-KONSTAB.
005770     OPEN INPUT KONSTAB.
005780     IF NOT KONSTAB-OK
005790        DISPLAY 'HZAS0001 - KONSTAB INDISPONIBLE, TOLERANCE PAR '
005800            'DEFAUT - STATUT ' W-KONSTAB-STATUS
005810        GO TO 1400-EXIT
005820     END-IF.
005830     MOVE 'N' TO W-FIN-LECTURE.
005840     PERFORM 1410-LIRE-KONSTAB THRU 1410-EXIT
005850        UNTIL FIN-LECTURE.
005860     CLOSE KONSTAB.
005870 1400-EXIT.
005880     EXIT.
005890 1410-LIRE-KONSTAB.
005900     READ KONSTAB
005910        AT END
005920           MOVE 'O' TO W-FIN-LECTURE
005930           GO TO 1410-EXIT
005940     END-READ.
005950     IF KONSTAB-RUBRIQUE = 'ASSUR-TOLERANCE'
005960        AND KONSTAB-VALEUR (1:7) IS NUMERIC
005970        MOVE KONSTAB-VALEUR (1:7) TO KT-ASSUR-TOLERANCE-X
005980     END-IF.
005990 1410-EXIT.
006000     EXIT.
006010*****************************************************************
006020*    2000-COLLECTER-SOURCES - PROCEDURE D'ENTREE DU TRI : UN
006030*    MOUVEMENT PAR LIGNE RETENUE DE CHAQUE SOURCE. SOURCE
006040*    ABSENTE : SIGNALEE, CODE 4, LE RAPPROCHEMENT SE FAIT SANS
006050*    ELLE.
006060*****************************************************************
006070 2000-COLLECTER-SOURCES SECTION.
006080 2000-DEBUT.
006090     OPEN INPUT CUM-ADH.
006100     IF CUM-ADH-OK
006110        MOVE 'N' TO W-FIN-LECTURE
006120        PERFORM 2010-LIRE-CUMUL THRU 2010-EXIT
006130           UNTIL FIN-LECTURE
006140        CLOSE CUM-ADH
006150     ELSE
006160        DISPLAY 'HZAS0001 - CUM-ADH INDISPONIBLE - STATUT '
006170            W-CUM-ADH-STATUS
006180        ADD 1 TO W-NB-SOURCES-ABSENTES
006190     END-IF.
006200     IF CUM-PREC-RETENU
006210        OPEN INPUT CUM-PREC
006220        IF CUM-PREC-OK
006230           MOVE 'N' TO W-FIN-LECTURE
006240           PERFORM 2020-LIRE-CUMUL-PREC THRU 2020-EXIT
006250              UNTIL FIN-LECTURE
006260           CLOSE CUM-PREC
006270        ELSE
006280           DISPLAY 'HZAS0001 - CUM-PREC INDISPONIBLE, COTISE '
006290               'DEPUIS LE 1ER JANVIER - STATUT ' W-CUM-PREC-STATUS
006300           ADD 1 TO W-NB-SOURCES-ABSENTES
006310        END-IF
006320     END-IF.
006330     OPEN INPUT UPD-AUDIT.
006340     IF UPD-AUDIT-OK
006350        MOVE 'N' TO W-FIN-LECTURE
006360        PERFORM 2030-LIRE-AUDIT THRU 2030-EXIT
006370           UNTIL FIN-LECTURE
006380        CLOSE UPD-AUDIT
006390     ELSE
006400        DISPLAY 'HZAS0001 - UPD-AUDIT INDISPONIBLE, REVISIONS DE '
006410            'COTNET NON COMPTEES - STATUT ' W-UPD-AUDIT-STATUS
006420     END-IF.
006430     OPEN INPUT FC-REGM.
006440     IF FC-REGM-OK
006450        MOVE 'N' TO W-FIN-LECTURE
006460        PERFORM 2040-LIRE-PIECE THRU 2040-EXIT
006470           UNTIL FIN-LECTURE
006480        CLOSE FC-REGM
006490     ELSE
006500        DISPLAY 'HZAS0001 - FC-REGM INDISPONIBLE - STATUT '
006510            W-FC-REGM-STATUS
006520        ADD 1 TO W-NB-SOURCES-ABSENTES
006530     END-IF.
006540     OPEN INPUT FA-ATT.
006550     IF FA-ATT-OK
006560        MOVE 'N' TO W-FIN-LECTURE
006570        PERFORM 2050-LIRE-ATTENTE THRU 2050-EXIT
006580           UNTIL FIN-LECTURE
006590        CLOSE FA-ATT
006600     ELSE
006610        DISPLAY 'HZAS0001 - FA-ATT INDISPONIBLE, AUCUNE '
006620            'FACTURATION EN ATTENTE - STATUT ' W-FA-ATT-STATUS
006630     END-IF.
006640     OPEN INPUT BQ-MOIS.
006650     IF BQ-MOIS-OK
006660        MOVE 'N' TO W-FIN-LECTURE
006670        PERFORM 2060-LIRE-PAIEMENT THRU 2060-EXIT
006680           UNTIL FIN-LECTURE
006690        CLOSE BQ-MOIS
006700     ELSE
006710        DISPLAY 'HZAS0001 - BQ-MOIS INDISPONIBLE - STATUT '
006720            W-BQ-MOIS-STATUS
006730        ADD 1 TO W-NB-SOURCES-ABSENTES
006740     END-IF.
006750     OPEN INPUT PV-MOIS.
006760     IF PV-MOIS-OK
006770        MOVE 'N' TO W-FIN-LECTURE
006780        MOVE ZERO TO W-DATE-ECHEANCE-PV
006790        PERFORM 2070-LIRE-PRELEVEMENT THRU 2070-EXIT
006800           UNTIL FIN-LECTURE
006810        CLOSE PV-MOIS
006820     ELSE
006830        DISPLAY 'HZAS0001 - PV-MOIS INDISPONIBLE - STATUT '
006840            W-PV-MOIS-STATUS
006850        ADD 1 TO W-NB-SOURCES-ABSENTES
006860     END-IF.
006870     OPEN INPUT RET-MOIS.
006880     IF RET-MOIS-OK
006890        MOVE 'N' TO W-FIN-LECTURE
006900        PERFORM 2080-LIRE-RETOUR THRU 2080-EXIT
006910           UNTIL FIN-LECTURE
006920        CLOSE RET-MOIS
006930     ELSE
006940        DISPLAY 'HZAS0001 - RET-MOIS INDISPONIBLE - STATUT '
006950            W-RET-MOIS-STATUS
006960        ADD 1 TO W-NB-SOURCES-ABSENTES
006970     END-IF.
006980     OPEN INPUT PP-REG.
006990     IF PP-REG-OK
007000        MOVE 'N' TO W-FIN-LECTURE
007010        PERFORM 2090-LIRE-PERTE THRU 2090-EXIT
007020           UNTIL FIN-LECTURE
007030        CLOSE PP-REG
007040     ELSE
007050        DISPLAY 'HZAS0001 - PP-REG INDISPONIBLE - STATUT '
007060            W-PP-REG-STATUS
007070        ADD 1 TO W-NB-SOURCES-ABSENTES
007080     END-IF.
007090     OPEN INPUT OUV-ITEMS.
007100     IF OUV-ITEMS-OK
007110        MOVE 'N' TO W-FIN-LECTURE
007120        PERFORM 2100-LIRE-POSTE THRU 2100-EXIT
007130           UNTIL FIN-LECTURE
007140        CLOSE OUV-ITEMS
007150     ELSE
007160        DISPLAY 'HZAS0001 - OUV-ITEMS INDISPONIBLE - STATUT '
007170            W-OUV-ITEMS-STATUS
007180        ADD 1 TO W-NB-SOURCES-ABSENTES
007190     END-IF.
007200 2000-EXIT.
007210     EXIT.
007220 2010-LIRE-CUMUL.
007230     READ CUM-ADH
007240        AT END
007250           MOVE 'O' TO W-FIN-LECTURE
007260           GO TO 2010-EXIT
007270     END-READ.
007280     MOVE CU-COADHF TO TRI-COADHF.
007290     MOVE 01 TO TRI-SOURCE.
007300     MOVE SPACES TO TRI-COETBL.
007310     MOVE CU-CUMUL TO TRI-MONTANT.
007320     MOVE ZERO TO TRI-MONTANT-2.
007330     RELEASE TRI-LIGNE.
007340 2010-EXIT.
007350     EXIT.
007360 2020-LIRE-CUMUL-PREC.
007370     READ CUM-PREC
007380        AT END
007390           MOVE 'O' TO W-FIN-LECTURE
007400           GO TO 2020-EXIT
007410     END-READ.
007420     MOVE CP-COADHF TO TRI-COADHF.
007430     MOVE 01 TO TRI-SOURCE.
007440     MOVE SPACES TO TRI-COETBL.
007450     COMPUTE TRI-MONTANT = ZERO - CP-CUMUL.
007460     MOVE ZERO TO TRI-MONTANT-2.
007470     RELEASE TRI-LIGNE.
007480 2020-EXIT.
007490     EXIT.
007500*****************************************************************
007510*    2030-LIRE-AUDIT - REVISIONS EFFECTIVES DE COTNET DATEES DE
007520*    LA PERIODE (HORODATE AAMMJJ COMPAREE AUX BORNES).
007530*****************************************************************
007540 2030-LIRE-AUDIT.
007550     READ UPD-AUDIT
007560        AT END
007570           MOVE 'O' TO W-FIN-LECTURE
007580           GO TO 2030-EXIT
007590     END-READ.
007600     IF UA-HORODATE (1:6) < W-DD-AAMMJJ
007610        OR UA-HORODATE (1:6) > W-DF-AAMMJJ
007620        OR UA-COTNET-AVANT = UA-COTNET-APRES
007630        OR UA-COADHF = SPACES
007640        GO TO 2030-EXIT
007650     END-IF.
007660     MOVE UA-COADHF TO TRI-COADHF.
007670     MOVE 02 TO TRI-SOURCE.
007680     MOVE UA-COETBL TO TRI-COETBL.
007690     COMPUTE TRI-MONTANT = UA-COTNET-APRES - UA-COTNET-AVANT.
007700     MOVE ZERO TO TRI-MONTANT-2.
007710     RELEASE TRI-LIGNE.
007720 2030-EXIT.
007730     EXIT.
007740 2040-LIRE-PIECE.
007750     READ FC-REGM
007760        AT END
007770           MOVE 'O' TO W-FIN-LECTURE
007780           GO TO 2040-EXIT
007790     END-READ.
007800     IF FR-DATE-PIECE < W-DATE-DEBUT OR FR-DATE-PIECE > W-DATE-FIN
007810        GO TO 2040-EXIT
007820     END-IF.
007830     EVALUATE TRUE
007840        WHEN FR-FACTURE
007850           MOVE 03 TO TRI-SOURCE
007860        WHEN FR-AVOIR
007870           MOVE 04 TO TRI-SOURCE
007880        WHEN OTHER
007890           GO TO 2040-EXIT
007900     END-EVALUATE.
007910     MOVE FR-COADHF TO TRI-COADHF.
007920     MOVE FR-COETBL TO TRI-COETBL.
007930     MOVE FR-MONTANT-HT TO TRI-MONTANT.
007940     MOVE FR-MONTANT-TTC TO TRI-MONTANT-2.
007950     RELEASE TRI-LIGNE.
007960 2040-EXIT.
007970     EXIT.
007980*****************************************************************
007990*    2050-LIRE-ATTENTE - DETAILS VALORISES AU PLUS TARD EN FIN DE
008000*    PERIODE ET NON ENCORE LIBERES EN FACTURATION.
008010*****************************************************************
008020 2050-LIRE-ATTENTE.
008030     READ FA-ATT
008040        AT END
008050           MOVE 'O' TO W-FIN-LECTURE
008060           GO TO 2050-EXIT
008070     END-READ.
008080     IF FT-TYPE NOT = '02' OR FT-DATE-VALORISATION > W-DATE-FIN
008090        GO TO 2050-EXIT
008100     END-IF.
008110     MOVE FT-COADHF TO TRI-COADHF.
008120     MOVE 05 TO TRI-SOURCE.
008130     MOVE SPACES TO TRI-COETBL.
008140     MOVE FT-MONTANT TO TRI-MONTANT.
008150     MOVE ZERO TO TRI-MONTANT-2.
008160     RELEASE TRI-LIGNE.
008170 2050-EXIT.
008180     EXIT.
008190*****************************************************************
008200*    2060-LIRE-PAIEMENT - PAIEMENTS DE LA PERIODE. UN PAIEMENT
008210*    SANS ADHERENT (NON IDENTIFIE, EN SUSPENS) EST TOTALISE A
008220*    PART.
008230*****************************************************************
008240 2060-LIRE-PAIEMENT.
008250     READ BQ-MOIS
008260        AT END
008270           MOVE 'O' TO W-FIN-LECTURE
008280           GO TO 2060-EXIT
008290     END-READ.
008300     IF BQ-DATE < W-DATE-DEBUT OR BQ-DATE > W-DATE-FIN
008310        GO TO 2060-EXIT
008320     END-IF.
008330     IF BQ-COADHF = SPACES
008340        ADD 1 TO W-NB-SANS-ADHERENT
008350        ADD BQ-MONTANT TO W-MT-SANS-ADHERENT
008360        GO TO 2060-EXIT
008370     END-IF.
008380     MOVE BQ-COADHF TO TRI-COADHF.
008390     MOVE 06 TO TRI-SOURCE.
008400     MOVE SPACES TO TRI-COETBL.
008410     MOVE BQ-MONTANT TO TRI-MONTANT.
008420     MOVE ZERO TO TRI-MONTANT-2.
008430     RELEASE TRI-LIGNE.
008440 2060-EXIT.
008450     EXIT.
008460*****************************************************************
008470*    2070-LIRE-PRELEVEMENT - ORDRES '02' DES FICHIERS PRELEV DONT
008480*    L'EN-TETE '01' EST DATE DE LA PERIODE.
008490*****************************************************************
008500 2070-LIRE-PRELEVEMENT.
008510     READ PV-MOIS
008520        AT END
008530           MOVE 'O' TO W-FIN-LECTURE
008540           GO TO 2070-EXIT
008550     END-READ.
008560     IF PE-TYPE = '01'
008570        IF PE-DATE-ECHEANCE NUMERIC
008580           MOVE PE-DATE-ECHEANCE TO W-DATE-ECHEANCE-PV
008590        ELSE
008600           MOVE ZERO TO W-DATE-ECHEANCE-PV
008610        END-IF
008620        GO TO 2070-EXIT
008630     END-IF.
008640     IF PO-TYPE NOT = '02'
008650        OR W-DATE-ECHEANCE-PV < W-DATE-DEBUT
008660        OR W-DATE-ECHEANCE-PV > W-DATE-FIN
008670        GO TO 2070-EXIT
008680     END-IF.
008690     MOVE PO-COADHF TO TRI-COADHF.
008700     MOVE 07 TO TRI-SOURCE.
008710     MOVE SPACES TO TRI-COETBL.
008720     MOVE PO-MONTANT TO TRI-MONTANT.
008730     MOVE ZERO TO TRI-MONTANT-2.
008740     RELEASE TRI-LIGNE.
008750 2070-EXIT.
008760     EXIT.
008770 2080-LIRE-RETOUR.
008780     READ RET-MOIS
008790        AT END
008800           MOVE 'O' TO W-FIN-LECTURE
008810           GO TO 2080-EXIT
008820     END-READ.
008830     IF RT-DATE < W-DATE-DEBUT OR RT-DATE > W-DATE-FIN
008840        GO TO 2080-EXIT
008850     END-IF.
008860     MOVE RT-COADHF TO TRI-COADHF.
008870     MOVE 08 TO TRI-SOURCE.
008880     MOVE SPACES TO TRI-COETBL.
008890     MOVE RT-MONTANT TO TRI-MONTANT.
008900     MOVE ZERO TO TRI-MONTANT-2.
008910     RELEASE TRI-LIGNE.
008920 2080-EXIT.
008930     EXIT.
008940 2090-LIRE-PERTE.
008950     READ PP-REG
008960        AT END
008970           MOVE 'O' TO W-FIN-LECTURE
008980           GO TO 2090-EXIT
008990     END-READ.
009000     IF PR-DATE < W-DATE-DEBUT OR PR-DATE > W-DATE-FIN
009010        GO TO 2090-EXIT
009020     END-IF.
009030     MOVE PR-COADHF TO TRI-COADHF.
009040     MOVE 09 TO TRI-SOURCE.
009050     MOVE PR-COETBL TO TRI-COETBL.
009060     MOVE PR-MONTANT TO TRI-MONTANT.
009070     MOVE ZERO TO TRI-MONTANT-2.
009080     RELEASE TRI-LIGNE.
009090 2090-EXIT.
009100     EXIT.
009110*****************************************************************
009120*    2100-LIRE-POSTE - RESTE DU DES POSTES EMIS AU PLUS TARD EN
009130*    FIN DE PERIODE, HORS PERTE 'I'.
009140*****************************************************************
009150 2100-LIRE-POSTE.
009160     READ OUV-ITEMS
009170        AT END
009180           MOVE 'O' TO W-FIN-LECTURE
009190           GO TO 2100-EXIT
009200     END-READ.
009210     IF OV-STATUT = 'I' OR OV-STATUT = 'S'
009220        OR OV-DATE-FACTURE > W-DATE-FIN
009230        GO TO 2100-EXIT
009240     END-IF.
009250     MOVE OV-COADHF TO TRI-COADHF.
009260     MOVE 10 TO TRI-SOURCE.
009270     MOVE OV-COETBL TO TRI-COETBL.
009280     COMPUTE TRI-MONTANT = OV-MONTANT-TTC - OV-MONTANT-REGLE.
009290     MOVE ZERO TO TRI-MONTANT-2.
009300     RELEASE TRI-LIGNE.
009310 2100-EXIT.
009320     EXIT.
009330*****************************************************************
009340*    5000-RAPPROCHER-ADHERENTS - PROCEDURE DE SORTIE DU TRI :
009350*    CUMUL PAR ADHERENT, RAPPROCHEMENT ET CLASSEMENT A CHAQUE
009360*    RUPTURE.
009370*****************************************************************
009380 5000-RAPPROCHER-ADHERENTS SECTION.
009390 5000-DEBUT.
009400     COMPUTE KT-TOLERANCE-NEGATIVE = ZERO - KT-ASSUR-TOLERANCE.
009410     PERFORM 7100-EDITER-ENTETE THRU 7100-EXIT.
009420     MOVE 'N' TO W-FIN-TRI.
009430     MOVE SPACES TO W-COADHF-COURANT.
009440     INITIALIZE W-ADHERENT.
009450     PERFORM 5010-RESTITUER-MOUVEMENT THRU 5010-EXIT
009460        UNTIL FIN-TRI.
009470     IF W-COADHF-COURANT NOT = SPACES
009480        PERFORM 5100-RAPPROCHER-ADHERENT THRU 5100-EXIT
009490     END-IF.
009500 5000-EXIT.
009510     EXIT.
009520 5010-RESTITUER-MOUVEMENT.
009530     RETURN TRI-ASSUR
009540        AT END
009550           SET FIN-TRI TO TRUE
009560           GO TO 5010-EXIT
009570     END-RETURN.
009580     IF TRI-COADHF NOT = W-COADHF-COURANT
009590        IF W-COADHF-COURANT NOT = SPACES
009600           PERFORM 5100-RAPPROCHER-ADHERENT THRU 5100-EXIT
009610        END-IF
009620        MOVE TRI-COADHF TO W-COADHF-COURANT
009630        INITIALIZE W-ADHERENT
009640     END-IF.
009650     IF W-AD-COETBL = SPACES AND TRI-COETBL NOT = SPACES
009660        MOVE TRI-COETBL TO W-AD-COETBL
009670     END-IF.
009680     EVALUATE TRI-SOURCE
009690        WHEN 01
009700           ADD TRI-MONTANT TO W-AD-COTISE
009710        WHEN 02
009720           ADD 1 TO W-AD-NB-REVISIONS
009730        WHEN 03
009740           ADD TRI-MONTANT TO W-AD-FACT-HT
009750           ADD TRI-MONTANT-2 TO W-AD-FACT-TTC
009760        WHEN 04
009770           ADD TRI-MONTANT TO W-AD-AVOIR-HT
009780           ADD TRI-MONTANT-2 TO W-AD-AVOIR-TTC
009790        WHEN 05
009800           ADD TRI-MONTANT TO W-AD-ATTENTE
009810        WHEN 06
009820        WHEN 07
009830           ADD TRI-MONTANT TO W-AD-ENCAISSE
009840        WHEN 08
009850           SUBTRACT TRI-MONTANT FROM W-AD-ENCAISSE
009860        WHEN 09
009870           ADD TRI-MONTANT TO W-AD-PERTE
009880        WHEN 10
009890           ADD TRI-MONTANT TO W-AD-RESTE-DU
009900     END-EVALUATE.
009910 5010-EXIT.
009920     EXIT.
009930*****************************************************************
009940*    5100-RAPPROCHER-ADHERENT - ECART DE FACTURATION (HT) :
009950*    COTISE - (FACTURES - AVOIRS), D'ABORD IMPUTE SUR LA
009960*    FACTURATION EN ATTENTE ; ECART D'ENCAISSEMENT (TTC) :
009970*    FACTURES - AVOIRS - ENCAISSE NET - PERTES. CHAQUE ECART
009980*    HORS TOLERANCE RECOIT UNE CAUSE PROBABLE.
009990*****************************************************************
010000 5100-RAPPROCHER-ADHERENT.
010010     ADD 1 TO W-NB-ADHERENTS.
010020     IF W-AD-COETBL = SPACES
010030        PERFORM 5200-ETAB-PAR-MAITRE THRU 5200-EXIT
010040     END-IF.
010050     COMPUTE W-FACTURE-NET-HT = W-AD-FACT-HT - W-AD-AVOIR-HT.
010060     COMPUTE W-FACTURE-NET-TTC = W-AD-FACT-TTC - W-AD-AVOIR-TTC.
010070     COMPUTE W-PERTES-AVOIRS = W-AD-PERTE + W-AD-AVOIR-TTC.
010080     COMPUTE W-ECART-FACT = W-AD-COTISE - W-FACTURE-NET-HT.
010090     MOVE ZERO TO W-NON-FACTURE.
010100     IF W-ECART-FACT > ZERO AND W-AD-ATTENTE > ZERO
010110        IF W-AD-ATTENTE < W-ECART-FACT
010120           MOVE W-AD-ATTENTE TO W-NON-FACTURE
010130        ELSE
010140           MOVE W-ECART-FACT TO W-NON-FACTURE
010150        END-IF
010160     END-IF.
010170     COMPUTE W-RESIDU-FACT = W-ECART-FACT - W-NON-FACTURE.
010180     COMPUTE W-ECART-ENC = W-FACTURE-NET-TTC - W-AD-ENCAISSE
010190        - W-AD-PERTE.
010200     MOVE ZERO TO W-CAUSE-FACT W-CAUSE-ENC.
010210     EVALUATE TRUE
010220        WHEN W-RESIDU-FACT > KT-ASSUR-TOLERANCE
010230           IF W-AD-NB-REVISIONS > ZERO
010240              MOVE 3 TO W-CAUSE-FACT
010250           ELSE
010260              MOVE 2 TO W-CAUSE-FACT
010270           END-IF
010280        WHEN W-RESIDU-FACT < KT-TOLERANCE-NEGATIVE
010290           MOVE 4 TO W-CAUSE-FACT
010300        WHEN W-NON-FACTURE > KT-ASSUR-TOLERANCE
010310           MOVE 1 TO W-CAUSE-FACT
010320     END-EVALUATE.
010330     EVALUATE TRUE
010340        WHEN W-ECART-ENC > KT-ASSUR-TOLERANCE
010350           IF W-AD-RESTE-DU > KT-ASSUR-TOLERANCE
010360              MOVE 5 TO W-CAUSE-ENC
010370           ELSE
010380              MOVE 6 TO W-CAUSE-ENC
010390           END-IF
010400        WHEN W-ECART-ENC < KT-TOLERANCE-NEGATIVE
010410           MOVE 7 TO W-CAUSE-ENC
010420     END-EVALUATE.
010430     IF W-CAUSE-FACT > ZERO
010440        ADD 1 TO W-CA-NB (W-CAUSE-FACT)
010450        IF W-CAUSE-FACT = 1
010460           ADD W-NON-FACTURE TO W-CA-MONTANT (W-CAUSE-FACT)
010470        ELSE
010480           ADD W-RESIDU-FACT TO W-CA-MONTANT (W-CAUSE-FACT)
010490        END-IF
010500     END-IF.
010510     IF W-CAUSE-ENC > ZERO
010520        ADD 1 TO W-CA-NB (W-CAUSE-ENC)
010530        ADD W-ECART-ENC TO W-CA-MONTANT (W-CAUSE-ENC)
010540     END-IF.
010550     IF W-AD-PERTE NOT = ZERO
010560        ADD 1 TO W-CA-NB (8)
010570        ADD W-AD-PERTE TO W-CA-MONTANT (8)
010580     END-IF.
010590     IF W-CAUSE-FACT = 2 OR W-CAUSE-FACT = 3 OR W-CAUSE-ENC = 6
010600        ADD 1 TO W-NB-FUITES
010610     END-IF.
010620     ADD W-AD-COTISE TO W-TOT-COTISE.
010630     ADD W-FACTURE-NET-HT TO W-TOT-FACTURE-HT.
010640     ADD W-FACTURE-NET-TTC TO W-TOT-FACTURE-TTC.
010650     ADD W-AD-ENCAISSE TO W-TOT-ENCAISSE.
010660     ADD W-PERTES-AVOIRS TO W-TOT-PERTES-AVOIRS.
010670     ADD W-ECART-FACT TO W-TOT-ECART-FACT.
010680     ADD W-ECART-ENC TO W-TOT-ECART-ENC.
010690     MOVE W-AD-COETBL TO W-COETBL-COURANT.
010700     PERFORM 5300-CHERCHER-ETAB THRU 5300-EXIT.
010710     IF ETAB-TROUVE
010720        ADD 1 TO W-ET-NB-ADH (W-IDX-ET)
010730        ADD W-AD-COTISE TO W-ET-COTISE (W-IDX-ET)
010740        ADD W-FACTURE-NET-HT TO W-ET-FACTURE-HT (W-IDX-ET)
010750        ADD W-FACTURE-NET-TTC TO W-ET-FACTURE-TTC (W-IDX-ET)
010760        ADD W-AD-ENCAISSE TO W-ET-ENCAISSE (W-IDX-ET)
010770        ADD W-PERTES-AVOIRS TO W-ET-PERTES-AVOIRS (W-IDX-ET)
010780        ADD W-ECART-FACT TO W-ET-ECART-FACT (W-IDX-ET)
010790        ADD W-ECART-ENC TO W-ET-ECART-ENC (W-IDX-ET)
010800     END-IF.
010810     IF W-CAUSE-FACT = ZERO AND W-CAUSE-ENC = ZERO
010820        GO TO 5100-EXIT
010830     END-IF.
010840     ADD 1 TO W-NB-ADH-ECART.
010850     IF ETAB-TROUVE
010860        ADD 1 TO W-ET-NB-ECARTS (W-IDX-ET)
010870     END-IF.
010880     PERFORM 7200-EDITER-ADHERENT THRU 7200-EXIT.
010890 5100-EXIT.
010900     EXIT.
010910*****************************************************************
010920*    5200-ETAB-PAR-MAITRE - ADHERENT SANS PIECE, PERTE NI POSTE
010930*    DANS LA PERIODE : ETABLISSEMENT DE SON PREMIER MOUVEMENT
010940*    FFFFFGS (LECTURE PAR LA CLE ALTERNATIVE ADHERENT).
010950*****************************************************************
010960 5200-ETAB-PAR-MAITRE.
010970     MOVE '?????' TO W-AD-COETBL.
010980     IF NOT MAITRE-OUVERT
010990        GO TO 5200-EXIT
011000     END-IF.
011010     MOVE W-COADHF-COURANT TO FFFFFGS-COADHF.
011020     READ FFFFFGS KEY IS FFFFFGS-COADHF
011030        INVALID KEY
011040           GO TO 5200-EXIT
011050     END-READ.
011060     MOVE FFFFFGS-COETBL TO W-AD-COETBL.
011070 5200-EXIT.
011080     EXIT.
011090*****************************************************************
011100*    5300-CHERCHER-ETAB - ENTREE DE L'ETABLISSEMENT COURANT,
011110*    CREEE AU BESOIN (TABLE PLEINE : SIGNALE, TOTAL GENERAL SEUL).
011120*****************************************************************
011130 5300-CHERCHER-ETAB.
011140     MOVE 'N' TO W-ETAB-TROUVE-SW.
011150     IF W-NB-ETAB > ZERO
011160        SET W-IDX-ET TO 1
011170        SEARCH W-ET-ENTREE
011180           AT END
011190              CONTINUE
011200           WHEN W-IDX-ET > W-NB-ETAB
011210              CONTINUE
011220           WHEN W-ET-COETBL (W-IDX-ET) = W-COETBL-COURANT
011230              MOVE 'O' TO W-ETAB-TROUVE-SW
011240        END-SEARCH
011250     END-IF.
011260     IF ETAB-TROUVE
011270        GO TO 5300-EXIT
011280     END-IF.
011290     IF W-NB-ETAB NOT < 50
011300        DISPLAY 'HZAS0001 - TABLE DES ETABLISSEMENTS PLEINE (50) '
011310            '- ' W-COETBL-COURANT ' HORS BILAN'
011320        IF RETURN-CODE < 4
011330           MOVE 4 TO RETURN-CODE
011340        END-IF
011350        GO TO 5300-EXIT
011360     END-IF.
011370     ADD 1 TO W-NB-ETAB.
011380     SET W-IDX-ET TO W-NB-ETAB.
011390     INITIALIZE W-ET-ENTREE (W-IDX-ET).
011400     MOVE W-COETBL-COURANT TO W-ET-COETBL (W-IDX-ET).
011410     MOVE 'O' TO W-ETAB-TROUVE-SW.
011420 5300-EXIT.
011430     EXIT.
011440*****************************************************************
011450*    7000-EDITER-BILANS - BILAN PAR ETABLISSEMENT, TOTAL GENERAL,
011460*    BILAN PAR CAUSE PROBABLE.
011470*****************************************************************
011480 7000-EDITER-BILANS SECTION.
011490 7000-DEBUT.
011500     MOVE SPACES TO W-LIGNE-TRAVAIL.
011510     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
011520     MOVE 'BILAN PAR ETABLISSEMENT (FACTURE NET DES AVOIRS)'
011530        TO W-LIGNE-TRAVAIL.
011540     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
011550     MOVE 'ETAB.  ADH. ECART' TO W-LIGNE-TRAVAIL.
011560     MOVE '         COTISE     FACTURE HT    FACTURE TTC'
011570        TO W-LIGNE-TRAVAIL (18:).
011580     MOVE '       ENCAISSE  PERTES+AVOIRS    ECART FACT.'
011590        TO W-LIGNE-TRAVAIL (63:).
011600     MOVE '     ECART ENC.' TO W-LIGNE-TRAVAIL (108:).
011610     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
011620     IF W-NB-ETAB > ZERO
011630        PERFORM 7300-EDITER-ETAB THRU 7300-EXIT
011640           VARYING W-IDX-ET FROM 1 BY 1
011650           UNTIL W-IDX-ET > W-NB-ETAB
011660     END-IF.
011670     MOVE SPACES TO W-LIGNE-ETAB.
011680     MOVE 'TOTAL' TO WLE-COETBL.
011690     MOVE W-NB-ADHERENTS TO WLE-NB-ADH.
011700     MOVE W-NB-ADH-ECART TO WLE-NB-ECARTS.
011710     MOVE W-TOT-COTISE TO WLE-COTISE.
011720     MOVE W-TOT-FACTURE-HT TO WLE-FACTURE-HT.
011730     MOVE W-TOT-FACTURE-TTC TO WLE-FACTURE-TTC.
011740     MOVE W-TOT-ENCAISSE TO WLE-ENCAISSE.
011750     MOVE W-TOT-PERTES-AVOIRS TO WLE-PERTES-AVOIRS.
011760     MOVE W-TOT-ECART-FACT TO WLE-ECART-FACT.
011770     MOVE W-TOT-ECART-ENC TO WLE-ECART-ENC.
011780     MOVE W-LIGNE-ETAB TO W-LIGNE-TRAVAIL.
011790     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
011800     IF W-NB-SANS-ADHERENT > ZERO
011810        MOVE W-NB-SANS-ADHERENT TO W-NB-EDIT
011820        MOVE W-MT-SANS-ADHERENT TO W-MT-EDIT-1
011830        MOVE SPACES TO W-LIGNE-TRAVAIL
011840        STRING 'PAIEMENTS SANS ADHERENT (EN SUSPENS) : '
011850            DELIMITED BY SIZE
011860            W-NB-EDIT DELIMITED BY SIZE
011870            ' POUR ' DELIMITED BY SIZE
011880            W-MT-EDIT-1 DELIMITED BY SIZE
011890            INTO W-LIGNE-TRAVAIL
011900        END-STRING
011910        PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT
011920     END-IF.
011930     MOVE SPACES TO W-LIGNE-TRAVAIL.
011940     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
011950     MOVE 'BILAN PAR CAUSE PROBABLE' TO W-LIGNE-TRAVAIL.
011960     MOVE ' NOMBRE          MONTANT' TO W-LIGNE-TRAVAIL (38:).
011970     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
011980     PERFORM 7400-EDITER-CAUSE THRU 7400-EXIT
011990        VARYING W-IDX-CA FROM 1 BY 1
012000        UNTIL W-IDX-CA > 8.
012010 7000-EXIT.
012020     EXIT.
012030 7100-EDITER-ENTETE.
012040     IF MODE-ANNUEL
012050        MOVE 'ANNUELLE' TO W-LIBELLE-MODE
012060     ELSE
012070        MOVE 'MENSUELLE' TO W-LIBELLE-MODE
012080     END-IF.
012090     MOVE SPACES TO W-LIGNE-TRAVAIL.
012100     STRING 'HZAS0001 - ASSURANCE DES REVENUS ' DELIMITED BY SIZE
012110         W-LIBELLE-MODE DELIMITED BY SPACE
012120         ' - PERIODE DU ' DELIMITED BY SIZE
012130         W-DATE-DEBUT DELIMITED BY SIZE
012140         ' AU ' DELIMITED BY SIZE
012150         W-DATE-FIN DELIMITED BY SIZE
012160         INTO W-LIGNE-TRAVAIL
012170     END-STRING.
012180     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
012190     MOVE KT-ASSUR-TOLERANCE TO W-MT-EDIT-1.
012200     MOVE SPACES TO W-LIGNE-TRAVAIL.
012210     STRING 'ADHERENTS EN ECART AU-DELA DE LA TOLERANCE DE '
012220         DELIMITED BY SIZE
012230         W-MT-EDIT-1 DELIMITED BY SIZE
012240         INTO W-LIGNE-TRAVAIL
012250     END-STRING.
012260     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
012270     MOVE SPACES TO W-LIGNE-TRAVAIL.
012280     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
012290     MOVE 'ADHERENT  ETAB.' TO W-LIGNE-TRAVAIL.
012300     MOVE '       COTISE   FACTURE HT  FACTURE TTC'
012310        TO W-LIGNE-TRAVAIL (16:).
012320     MOVE '     ENCAISSE PERTES+AVOIR  ECART FACT. CF'
012330        TO W-LIGNE-TRAVAIL (55:).
012340     MOVE '   ECART ENC. CE REV' TO W-LIGNE-TRAVAIL (97:).
012350     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
012360 7100-EXIT.
012370     EXIT.
012380 7200-EDITER-ADHERENT.
012390     MOVE W-COADHF-COURANT TO WLA-COADHF.
012400     MOVE W-AD-COETBL TO WLA-COETBL.
012410     MOVE W-AD-COTISE TO WLA-COTISE.
012420     MOVE W-FACTURE-NET-HT TO WLA-FACTURE-HT.
012430     MOVE W-FACTURE-NET-TTC TO WLA-FACTURE-TTC.
012440     MOVE W-AD-ENCAISSE TO WLA-ENCAISSE.
012450     MOVE W-PERTES-AVOIRS TO WLA-PERTES-AVOIRS.
012460     MOVE W-ECART-FACT TO WLA-ECART-FACT.
012470     MOVE W-ECART-ENC TO WLA-ECART-ENC.
012480     MOVE W-AD-NB-REVISIONS TO WLA-REVISIONS.
012490     MOVE SPACES TO WLA-CAUSE-FACT WLA-CAUSE-ENC.
012500     IF W-CAUSE-FACT > ZERO
012510        MOVE W-CA-CODE (W-CAUSE-FACT) TO WLA-CAUSE-FACT
012520     END-IF.
012530     IF W-CAUSE-ENC > ZERO
012540        MOVE W-CA-CODE (W-CAUSE-ENC) TO WLA-CAUSE-ENC
012550     END-IF.
012560     MOVE W-LIGNE-ADHERENT TO W-LIGNE-TRAVAIL.
012570     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
012580 7200-EXIT.
012590     EXIT.
012600 7300-EDITER-ETAB.
012610     MOVE SPACES TO W-LIGNE-ETAB.
012620     MOVE W-ET-COETBL (W-IDX-ET) TO WLE-COETBL.
012630     MOVE W-ET-NB-ADH (W-IDX-ET) TO WLE-NB-ADH.
012640     MOVE W-ET-NB-ECARTS (W-IDX-ET) TO WLE-NB-ECARTS.
012650     MOVE W-ET-COTISE (W-IDX-ET) TO WLE-COTISE.
012660     MOVE W-ET-FACTURE-HT (W-IDX-ET) TO WLE-FACTURE-HT.
012670     MOVE W-ET-FACTURE-TTC (W-IDX-ET) TO WLE-FACTURE-TTC.
012680     MOVE W-ET-ENCAISSE (W-IDX-ET) TO WLE-ENCAISSE.
012690     MOVE W-ET-PERTES-AVOIRS (W-IDX-ET) TO WLE-PERTES-AVOIRS.
012700     MOVE W-ET-ECART-FACT (W-IDX-ET) TO WLE-ECART-FACT.
012710     MOVE W-ET-ECART-ENC (W-IDX-ET) TO WLE-ECART-ENC.
012720     MOVE W-LIGNE-ETAB TO W-LIGNE-TRAVAIL.
012730     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
012740 7300-EXIT.
012750     EXIT.
012760 7400-EDITER-CAUSE.
012770     MOVE W-CA-NB (W-IDX-CA) TO W-NB-EDIT.
012780     MOVE W-CA-MONTANT (W-IDX-CA) TO W-MT-EDIT-1.
012790     MOVE SPACES TO W-LIGNE-TRAVAIL.
012800     STRING W-CA-CODE (W-IDX-CA) DELIMITED BY SIZE
012810         ' ' DELIMITED BY SIZE
012820         W-CA-LIBELLE (W-IDX-CA) DELIMITED BY SIZE
012830         W-NB-EDIT DELIMITED BY SIZE
012840         ' ' DELIMITED BY SIZE
012850         W-MT-EDIT-1 DELIMITED BY SIZE
012860         INTO W-LIGNE-TRAVAIL
012870     END-STRING.
012880     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
012890 7400-EXIT.
012900     EXIT.
012910 7900-ECRIRE-LIGNE.
012920     MOVE W-LIGNE-TRAVAIL TO AS-RPRT-LIGNE.
012930     WRITE AS-RPRT-LIGNE.
012940 7900-EXIT.
012950     EXIT.
012960*****************************************************************
012970*    8000-TERMINE - COMPTES RENDUS ET CODE RETOUR.
012980*****************************************************************
012990 8000-TERMINE SECTION.
013000 8000-DEBUT.
013010     IF ARRET-TRAITEMENT
013020        MOVE 'HZAS0001 - PARAMETRE AS-PARM ABSENT OU INVALIDE - '
013030           TO AS-RPRT-LIGNE
013040        MOVE 'AUCUN RAPPROCHEMENT' TO AS-RPRT-LIGNE (52:)
013050        WRITE AS-RPRT-LIGNE
013060     END-IF.
013070     IF MAITRE-OUVERT
013080        CLOSE FFFFFGS
013090     END-IF.
013100     CLOSE AS-RPRT.
013110     MOVE W-NB-ADHERENTS TO W-NB-EDIT.
013120     DISPLAY 'HZAS0001 - ADHERENTS RAPPROCHES : ' W-NB-EDIT.
013130     MOVE W-NB-ADH-ECART TO W-NB-EDIT.
013140     DISPLAY 'HZAS0001 - ADHERENTS EN ECART   : ' W-NB-EDIT.
013150     MOVE W-NB-FUITES TO W-NB-EDIT.
013160     DISPLAY 'HZAS0001 - FUITES PROBABLES     : ' W-NB-EDIT.
013170     IF RETURN-CODE < 4
013180        AND (W-NB-FUITES > ZERO OR W-NB-SOURCES-ABSENTES > ZERO)
013190        MOVE 4 TO RETURN-CODE
013200     END-IF.
013210 8000-EXIT.
013220     EXIT.
