000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZFS0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. FUSION D'ETABLISSEMENTS : TRANSFERT EN MASSE DE TOUS LES
000080     ADHERENTS D'UN ETABLISSEMENT ABSORBE VERS L'ETABLISSEMENT
000090     ABSORBANT, SUR UN ORDRE UNIQUE FS-ORD (COETBL SOURCE, COETBL
000100     CIBLE, DATE D'EFFET), AU LIEU D'UN ORDRE TF-DEM PAR
000110     ADHERENT. LES DEUX CODES SONT CONTROLES CONTRE ETB-REF
000120     (PRESENTS ET ACTIFS) AVANT TOUTE MISE A JOUR. PUIS : LES
000130     MAITRES FFFFFGS DE LA SOURCE SONT REECRITS SOUS LA CIBLE
000140     (SOLDES EMPORTES TELS QUELS, IMAGE AVANT DANS FGS-JRNL,
000148     GESTE DANS UPD-AUDIT, COMME HZTF0001), LES POSTES DU MAITRE
000156     OUV-MAST SONT REECRITS SOUS LA CIBLE ET LES ECHEANCES
000164     ECHEANCIER DE LA SOURCE RECOPIEES SOUS LA CIBLE (ECH-NV),
000172     LE SOLDE TRANSFERE FAIT
000180     L'OBJET DE DEUX ECRITURES EQUILIBREES DANS GL-POST SUR LA
000190     RUBRIQUE CPT-MAP 'TRANS', ET LA SOURCE EST FERMEE DANS
000200     ETB-REF-NV A LA DATE D'EFFET. MANDATS ET GRP-ADH SONT TENUS
000210     PAR COADHF, QUI NE CHANGE PAS : MANDATS ET RATTACHEMENTS
000220     EMPLOYEUR SUIVENT L'ADHERENT SANS REECRITURE ET SONT
000230     DENOMBRES POUR LE RAPPROCHEMENT. LE RAPPORT FS-RPRT
000240     RAPPROCHE NOMBRES ET MONTANTS AVANT/APRES PAR FICHIER ; UN
000250     ECART DONNE LE CODE 8 (PAS DE SUBSTITUTION DES FICHIERS
000260     NV PAR L'EXPLOITATION).
000270*****************************************************************
000280*    HISTORIQUE DES MODIFICATIONS
000290*    --------------------------------------------------------
000300*    DATE       AUTEUR  DESCRIPTION
000310*    --------   ------  -------------------------------------
000320*    15/10/2026 EBA     CREATION.
000322*    15/10/2026 EBA     POSTES REECRITS SOUS LA CIBLE DANS LE
000324*                       MAITRE INDEXE OUV-MAST (OUVMSTC) AU LIEU
000326*                       D'UNE RECOPIE OUV-ITEMS / OUV-ITEMS-NV.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT FS-ORD ASSIGN TO FSORD
000430         ORGANIZATION SEQUENTIAL
000440         FILE STATUS W-FS-ORD-STATUS.
000450     SELECT ETB-REF ASSIGN TO ETBREF
000460         ORGANIZATION SEQUENTIAL
000470         FILE STATUS W-ETB-REF-STATUS.
000480     SELECT ETB-REF-NV ASSIGN TO ETBREFNV
000490         ORGANIZATION SEQUENTIAL
000500         FILE STATUS W-ETB-REF-NV-STATUS.
000510     SELECT FFFFFGS ASSIGN TO FFFFFGS
000520         ORGANIZATION INDEXED
000530         ACCESS MODE DYNAMIC
000540         RECORD KEY FFFFFGS-CLE
000550         ALTERNATE RECORD KEY FFFFFGS-COADHF
000560             WITH DUPLICATES
000570         FILE STATUS W-FFFFFGS-STATUS.
000580     SELECT OUV-MAST ASSIGN TO OUVMAST
000590         ORGANIZATION INDEXED
000600         ACCESS MODE SEQUENTIAL
000610         RECORD KEY OV-NUMERO-FACTURE
000620         ALTERNATE RECORD KEY OV-COADHF WITH DUPLICATES
000630         FILE STATUS W-OUV-MAST-STATUS.
000640     SELECT ECHEANCIER ASSIGN TO ECHEANC
000650         ORGANIZATION SEQUENTIAL
000660         FILE STATUS W-ECHEANCIER-STATUS.
000670     SELECT ECH-NV ASSIGN TO ECHNV
000680         ORGANIZATION SEQUENTIAL
000690         FILE STATUS W-ECH-NV-STATUS.
000700     SELECT MANDATS ASSIGN TO MANDATS
000710         ORGANIZATION SEQUENTIAL
000720         FILE STATUS W-MANDATS-STATUS.
000730     SELECT GRP-ADH ASSIGN TO GRPADH
000740         ORGANIZATION SEQUENTIAL
000750         FILE STATUS W-GRP-ADH-STATUS.
000760     SELECT CPT-MAP ASSIGN TO CPTMAP
000770         ORGANIZATION SEQUENTIAL
000780         FILE STATUS W-CPT-MAP-STATUS.
000790     SELECT GL-POST ASSIGN TO GLPOST
000800         ORGANIZATION SEQUENTIAL
000810         FILE STATUS W-GL-POST-STATUS.
000820     SELECT FGS-JRNL ASSIGN TO FGSJRNL
000830         ORGANIZATION SEQUENTIAL
000840         FILE STATUS W-FGS-JRNL-STATUS.
000850     SELECT UPD-AUDIT ASSIGN TO UPDAUDIT
000860         ORGANIZATION SEQUENTIAL
000870         FILE STATUS W-UPD-AUDIT-STATUS.
000880     SELECT FS-RPRT ASSIGN TO FSRPRT
000890         ORGANIZATION SEQUENTIAL
000900         FILE STATUS W-FS-RPRT-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930*****************************************************************
000940*    FS-ORD - ORDRE DE FUSION : UNE SEULE LIGNE (LES SUIVANTES
000950*    SONT IGNOREES ET SIGNALEES), LUE DANS W-ORDRE.
000960*****************************************************************
000970 FD  FS-ORD
000980     LABEL RECORD STANDARD
000990     DATA RECORD FS-ORD-LIGNE.
001000 01  FS-ORD-LIGNE                PIC X(18).
001010*****************************************************************
001020*    ETB-REF / ETB-REF-NV - REFERENTIEL DES ETABLISSEMENTS (MEME
001030*    DESSIN QUE HZET0001), RECOPIE AVEC LA SOURCE FERMEE.
001040*****************************************************************
001050 FD  ETB-REF
001060     LABEL RECORD STANDARD
001070     DATA RECORD ETB-REF-LIGNE.
001080 01  ETB-REF-LIGNE.
001090     05  ET-COETBL               PIC X(05).
001100     05  ET-NOM                  PIC X(30).
001110     05  ET-ENTITE               PIC X(02).
001120     05  ET-STATUT               PIC X(01).
001130     05  ET-DATE-DEBUT           PIC 9(08).
001140     05  ET-DATE-FIN             PIC 9(08).
001150 FD  ETB-REF-NV
001160     LABEL RECORD STANDARD
001170     DATA RECORD ETB-REF-NV-LIGNE.
001180 01  ETB-REF-NV-LIGNE            PIC X(54).
001190 FD  FFFFFGS
001200     LABEL RECORD STANDARD
001210     DATA RECORD FFFFFGS-ENREG.
001220 COPY FFFFFFGS.
001230*****************************************************************
001240*    OUV-MAST - MAITRE DES POSTES CLIENTS, PARCOURU DANS L'ORDRE
001250*    DES NUMEROS DE FACTURE.
001260*****************************************************************
001296 FD  OUV-MAST
001332     LABEL RECORD STANDARD
001368     DATA RECORD OUV-MAST-ENREG.
001404 COPY OUVMSTC.
001440*****************************************************************
001450*    ECHEANCIER / ECH-NV - ECHEANCES DE PAIEMENT (MEME DESSIN
001460*    QUE HZEC0001).
001470*****************************************************************
001480 FD  ECHEANCIER
001490     LABEL RECORD STANDARD
001500     DATA RECORD ECHEANCIER-LIGNE.
001510 01  ECHEANCIER-LIGNE.
001520     05  EC-COADHF               PIC X(09).
001530     05  EC-COETBL               PIC X(05).
001540     05  EC-COTRTO               PIC X(05).
001550     05  EC-CETRTF               PIC X(05).
001560     05  EC-RANG                 PIC 9(02).
001570     05  EC-DATE-ECHEANCE        PIC 9(08).
001580     05  EC-MONTANT              PIC S9(07)V99
001590                                 SIGN LEADING SEPARATE.
001600     05  EC-STATUT               PIC X(01).
001610 FD  ECH-NV
001620     LABEL RECORD STANDARD
001630     DATA RECORD ECH-NV-LIGNE.
001640 01  ECH-NV-LIGNE                PIC X(45).
001650*****************************************************************
001660*    MANDATS - MANDATS DE PRELEVEMENT (MEME DESSIN QUE HZMD0001),
001670*    LUS POUR DENOMBREMENT SEULEMENT.
001680*****************************************************************
001690 FD  MANDATS
001700     LABEL RECORD STANDARD
001710     DATA RECORD MANDATS-LIGNE.
001720 01  MANDATS-LIGNE.
001730     05  MD-COADHF               PIC X(09).
001740     05  MD-REF-COMPTE           PIC X(34).
001750     05  MD-DATE-MANDAT          PIC 9(08).
001760     05  MD-STATUT               PIC X(01).
001770         88  MD-STATUT-ACTIF     VALUE 'A'.
001780         88  MD-STATUT-SUSPENDU  VALUE 'S'.
001790         88  MD-STATUT-REVOQUE   VALUE 'R'.
001800     05  MD-NB-ECHECS            PIC 9(02).
001810*****************************************************************
001820*    GRP-ADH - STRUCTURE DE GROUPE EMPLOYEUR (MEME DESSIN QUE
001830*    HZBE0001), LUE POUR DENOMBREMENT SEULEMENT.
001840*****************************************************************
001850 FD  GRP-ADH
001860     LABEL RECORD STANDARD
001870     DATA RECORD GRP-ADH-LIGNE.
001880 01  GRP-ADH-LIGNE.
001890     05  GR-EMPLOYEUR            PIC X(09).
001900     05  GR-COADHF               PIC X(09).
001910     05  GR-DATE-DEBUT           PIC 9(08).
001920     05  GR-DATE-FIN             PIC 9(08).
001930 FD  CPT-MAP
001940     LABEL RECORD STANDARD
001950     DATA RECORD CPT-MAP-LIGNE.
001960 01  CPT-MAP-LIGNE.
001970     05  CM-COANAL               PIC X(05).
001980     05  CM-COMPTE-DEBIT         PIC X(10).
001990     05  CM-COMPTE-CREDIT        PIC X(10).
002000     05  CM-ENTITE               PIC X(02).
002010 FD  GL-POST
002020     LABEL RECORD STANDARD
002030     DATA RECORD GL-POST-LIGNE.
002040 01  GL-POST-LIGNE.
002050     05  GP-DATE                 PIC 9(08).
002060     05  GP-COMPTE               PIC X(10).
002070     05  GP-SENS                 PIC X(01).
002080     05  GP-MONTANT              PIC S9(11)V99
002090                                 SIGN LEADING SEPARATE.
002100     05  GP-LIBELLE              PIC X(30).
002110 FD  FGS-JRNL
002120     LABEL RECORD STANDARD
002130     DATA RECORD FGS-JRNL-LIGNE.
002140 01  FGS-JRNL-LIGNE.
002150     05  JN-HORODATE             PIC X(15).
002160     05  JN-JOB-NAME             PIC X(08).
002170     05  JN-TYPE                 PIC X(01).
002180     05  JN-CLE                  PIC X(12).
002190     05  JN-IMAGE-AVANT          PIC X(90).
002200 FD  UPD-AUDIT
002210     LABEL RECORD STANDARD
002220     DATA RECORD UPD-AUDIT-LIGNE.
002230 01  UPD-AUDIT-LIGNE.
002240     05  UA-HORODATE             PIC X(15).
002250     05  UA-USER-ID              PIC X(08).
002260     05  UA-COETBL               PIC X(05).
002270     05  UA-COADHF               PIC X(09).
002280     05  UA-CETRTF               PIC X(05).
002290     05  UA-COTRTO               PIC X(05).
002300     05  UA-COTNET-AVANT         PIC S9(07)V99
002310                                 SIGN LEADING SEPARATE.
002320     05  UA-COTNET-APRES         PIC S9(07)V99
002330                                 SIGN LEADING SEPARATE.
002340 FD  FS-RPRT
002350     LABEL RECORD STANDARD
002360     DATA RECORD FS-RPRT-LIGNE.
002370 01  FS-RPRT-LIGNE               PIC X(132).
002380 WORKING-STORAGE SECTION.
002390 01  W-FS-ORD-STATUS             PIC XX.
002400     88  FS-ORD-OK               VALUE '00'.
002410 01  W-ETB-REF-STATUS            PIC XX.
002420     88  ETB-REF-OK              VALUE '00'.
002430 01  W-ETB-REF-NV-STATUS         PIC XX.
002440 01  W-FFFFFGS-STATUS            PIC XX.
002450     88  FFFFFGS-OK              VALUE '00'.
002463 01  W-OUV-MAST-STATUS           PIC XX.
002476     88  OUV-MAST-OK             VALUE '00'.
002490 01  W-ECHEANCIER-STATUS         PIC XX.
002500     88  ECHEANCIER-OK           VALUE '00'.
002510 01  W-ECH-NV-STATUS             PIC XX.
002520 01  W-MANDATS-STATUS            PIC XX.
002530     88  MANDATS-OK              VALUE '00'.
002540 01  W-GRP-ADH-STATUS            PIC XX.
002550     88  GRP-ADH-OK              VALUE '00'.
002560 01  W-CPT-MAP-STATUS            PIC XX.
002570     88  CPT-MAP-OK              VALUE '00'.
002580 01  W-GL-POST-STATUS            PIC XX.
002590 01  W-FGS-JRNL-STATUS           PIC XX.
002600 01  W-UPD-AUDIT-STATUS          PIC XX.
002610 01  W-FS-RPRT-STATUS            PIC XX.
002620 01  W-FIN-REF                   PIC X VALUE 'N'.
002630     88  FIN-REF                 VALUE 'O'.
002640 01  W-FIN-CPT-MAP               PIC X VALUE 'N'.
002650     88  FIN-CPT-MAP             VALUE 'O'.
002660 01  W-FIN-FICHIER               PIC X VALUE 'N'.
002670     88  FIN-FICHIER             VALUE 'O'.
002680 01  W-ORDRE-VALIDE-SW           PIC X VALUE 'N'.
002690     88  ORDRE-VALIDE            VALUE 'O'.
002700 01  W-MOTIF-REJET               PIC X(50) VALUE SPACES.
002710 01  W-ORDRE.
002720     05  W-COETBL-SOURCE         PIC X(05).
002730     05  W-COETBL-CIBLE          PIC X(05).
002740     05  W-DATE-EFFET            PIC 9(08).
002750*****************************************************************
002760*    COMPTES DE TRANSFERT INTER-ETABLISSEMENTS : RUBRIQUE
002770*    CPT-MAP 'TRANS', COMME DANS HZTF0001.
002780*****************************************************************
002790 01  W-CPT-TRANS-DEBIT           PIC X(10) VALUE SPACES.
002800 01  W-CPT-TRANS-CREDIT          PIC X(10) VALUE SPACES.
002810 01  W-CPT-TRANS-TROUVE          PIC X VALUE 'N'.
002820     88  CPT-TRANS-TROUVE        VALUE 'O'.
002830*****************************************************************
002840*    REFERENTIEL DES ETABLISSEMENTS EN TABLE (100 AU PLUS, MEME
002850*    BORNE QUE HZET0001) ; RANG DE LA SOURCE ET DE LA CIBLE.
002860*****************************************************************
002870 01  W-NB-ETBL                   PIC 9(03) COMP VALUE ZERO.
002880 01  W-TAB-ETBL.
002890     05  W-ET-ENTREE OCCURS 100 TIMES
002900             INDEXED BY W-IDX-ET.
002910         10  W-ET-COETBL         PIC X(05).
002920         10  W-ET-IMAGE          PIC X(49).
002930 01  W-RANG-SOURCE               PIC 9(03) COMP VALUE ZERO.
002940 01  W-RANG-CIBLE                PIC 9(03) COMP VALUE ZERO.
002950 01  W-IDX-EDIT                  PIC 9(03) COMP VALUE ZERO.
002960*****************************************************************
002970*    ADHERENTS DEPLACES (COADHF DES MAITRES FFFFFGS DE LA
002980*    SOURCE), 3000 AU PLUS : ILS SERVENT AU DENOMBREMENT DES
002990*    MANDATS ET DES RATTACHEMENTS EMPLOYEUR.
003000*****************************************************************
003010 01  W-NB-ADH-DEPLACES           PIC 9(05) COMP VALUE ZERO.
003020 01  W-TAB-ADH-DEPLACES.
003030     05  W-AD-ENTREE OCCURS 3000 TIMES
003040             INDEXED BY W-IDX-AD.
003050         10  W-AD-COADHF         PIC X(09).
003060 01  W-ADH-TROUVE-SW             PIC X VALUE 'N'.
003070     88  ADH-TROUVE              VALUE 'O'.
003080 01  W-COADHF-CHERCHE            PIC X(09).
003090*****************************************************************
003100*    RAPPROCHEMENT AVANT/APRES : 1 FFFFFGS, 2 OUV-MAST (RESTE
003110*    DU), 3 ECHEANCIER, 4 MANDATS, 5 GRP-ADH. POUR LES TROIS
003120*    PREMIERS : APRES SOURCE = 0 ET APRES CIBLE = AVANT SOURCE
003130*    + AVANT CIBLE, EN NOMBRE COMME EN MONTANT.
003140*****************************************************************
003150 01  W-TAB-RAPPRO.
003160     05  W-RP-ENTREE OCCURS 5 TIMES.
003170         10  W-RP-OBJET          PIC X(12).
003180         10  W-RP-CONTROLE       PIC X(01).
003190             88  RP-CONTROLE     VALUE 'O'.
003200         10  W-RP-ETAT           PIC X(30).
003210         10  W-RP-NB-AV-SRC      PIC 9(07) COMP.
003220         10  W-RP-NB-AV-CIB      PIC 9(07) COMP.
003230         10  W-RP-NB-AP-SRC      PIC 9(07) COMP.
003240         10  W-RP-NB-AP-CIB      PIC 9(07) COMP.
003250         10  W-RP-MT-AV-SRC      PIC S9(13)V99 COMP-3.
003260         10  W-RP-MT-AV-CIB      PIC S9(13)V99 COMP-3.
003270         10  W-RP-MT-AP-SRC      PIC S9(13)V99 COMP-3.
003280         10  W-RP-MT-AP-CIB      PIC S9(13)V99 COMP-3.
003290 01  W-RP                        PIC 9(01) COMP VALUE ZERO.
003300 01  W-RESTE-DU                  PIC S9(11)V99 COMP-3 VALUE 0.
003310 01  W-MONTANT-AVANT             PIC S9(09)V99 COMP-3 VALUE 0.
003320 01  W-SOLDE-TRANSFERE           PIC S9(13)V99 COMP-3 VALUE 0.
003330 01  W-NB-ECARTS                 PIC 9(03) COMP VALUE ZERO.
003340 01  W-HORODATE-TRAVAIL.
003350     05  W-HORO-DATE             PIC 9(06).
003360     05  W-HORO-HEURE            PIC 9(08).
003370 01  W-NB-EDIT                   PIC Z(06)9.
003380 01  W-MONTANT-EDIT              PIC -(12)9,99.
003390 01  W-LIGNE-TRAVAIL             PIC X(132).
003400*****************************************************************
003410*    LIGNES DU RAPPORT DE RAPPROCHEMENT.
003420*****************************************************************
003430 01  W-LIGNE-TITRE-RAPPRO.
003440     05  FILLER                  PIC X(22) VALUE 'FICHIER'.
003450     05  FILLER                  PIC X(17) VALUE
003460         '    AVANT SOURCE'.
003470     05  FILLER                  PIC X(17) VALUE
003480         '     AVANT CIBLE'.
003490     05  FILLER                  PIC X(17) VALUE
003500         '    APRES SOURCE'.
003510     05  FILLER                  PIC X(17) VALUE
003520         '     APRES CIBLE'.
003530     05  FILLER                  PIC X(42) VALUE '  ETAT'.
003540 01  W-LIGNE-RAPPRO.
003550     05  WLR-OBJET               PIC X(12).
003560     05  WLR-MESURE              PIC X(10).
003570     05  WLR-CELLULE OCCURS 4 TIMES.
003580         10  FILLER              PIC X(01).
003590         10  WLR-VALEUR          PIC X(16).
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003610     05  WLR-ETAT                PIC X(40).
003620 01  W-CELLULE-NB                PIC Z(15)9.
003630 01  W-CELLULE-MT                PIC -(12)9,99.
003640 PROCEDURE DIVISION.
003650 0000-MAINLINE.
003660     PERFORM 1000-INITIALISE THRU 1000-EXIT.
003670     IF ORDRE-VALIDE
003680        PERFORM 3000-DEPLACER-MAITRES THRU 3000-EXIT
003690        PERFORM 3500-DEPLACER-POSTES THRU 3500-EXIT
003700        PERFORM 3600-DEPLACER-ECHEANCES THRU 3600-EXIT
003710        PERFORM 4000-DENOMBRER-MANDATS THRU 4000-EXIT
003720        PERFORM 4100-DENOMBRER-GROUPES THRU 4100-EXIT
003730        PERFORM 5000-EMETTRE-ECRITURES THRU 5000-EXIT
003740        PERFORM 6000-FERMER-SOURCE THRU 6000-EXIT
003750        PERFORM 6500-VERIFIER-MAITRES THRU 6500-EXIT
003760        PERFORM 7000-EDITER-RAPPROCHEMENT THRU 7000-EXIT
003770     END-IF.
003780     PERFORM 8000-TERMINE THRU 8000-EXIT.
003790     GOBACK.
003800*****************************************************************
003810*    1000-INITIALISE - LECTURE ET CONTROLE DE L'ORDRE ET DE LA
003820*    DISPONIBILITE DES FICHIERS A DEPLACER. TOUT REJET SURVIENT
003830*    ICI, AVANT LA MOINDRE MISE A JOUR : CODE 8.
003840*****************************************************************
003850 1000-INITIALISE.
003860     ACCEPT W-HORO-DATE FROM DATE.
003870     ACCEPT W-HORO-HEURE FROM TIME.
003880     OPEN OUTPUT FS-RPRT.
003890     PERFORM 1010-INITIALISER-RAPPRO THRU 1010-EXIT.
003900     OPEN INPUT FS-ORD.
003910     IF NOT FS-ORD-OK
003920        MOVE 'FS-ORD INDISPONIBLE' TO W-MOTIF-REJET
003930        PERFORM 1900-REJETER THRU 1900-EXIT
003940        GO TO 1000-EXIT
003950     END-IF.
003960     READ FS-ORD INTO W-ORDRE
003970        AT END
003980           MOVE 'FS-ORD VIDE' TO W-MOTIF-REJET
003990           CLOSE FS-ORD
004000           PERFORM 1900-REJETER THRU 1900-EXIT
004010           GO TO 1000-EXIT
004020     END-READ.
004030     READ FS-ORD
004040        NOT AT END
004050           DISPLAY 'HZFS0001 - FS-ORD : UN SEUL ORDRE PAR '
004060               'PASSAGE, LIGNES SUIVANTES IGNOREES'
004070           MOVE 4 TO RETURN-CODE
004080     END-READ.
004090     CLOSE FS-ORD.
004100     MOVE SPACES TO W-LIGNE-TRAVAIL.
004110     STRING 'HZFS0001 - FUSION DE L''ETABLISSEMENT '
004120         DELIMITED BY SIZE
004130         W-COETBL-SOURCE DELIMITED BY SIZE
004140         ' DANS ' DELIMITED BY SIZE
004150         W-COETBL-CIBLE DELIMITED BY SIZE
004160         ' - DATE D''EFFET ' DELIMITED BY SIZE
004170         W-DATE-EFFET DELIMITED BY SIZE
004180         INTO W-LIGNE-TRAVAIL
004190     END-STRING.
004200     MOVE W-LIGNE-TRAVAIL TO FS-RPRT-LIGNE.
004210     WRITE FS-RPRT-LIGNE.
004220     IF W-COETBL-SOURCE = SPACES OR W-COETBL-CIBLE = SPACES
004230        OR W-COETBL-SOURCE = W-COETBL-CIBLE
004240        MOVE 'CODES ETABLISSEMENT ABSENTS OU IDENTIQUES'
004250           TO W-MOTIF-REJET
004260        PERFORM 1900-REJETER THRU 1900-EXIT
004270        GO TO 1000-EXIT
004280     END-IF.
004290     IF W-DATE-EFFET NOT NUMERIC
004300        OR W-DATE-EFFET (5:2) < '01' OR W-DATE-EFFET (5:2) > '12'
004310        MOVE 'DATE D''EFFET INVALIDE' TO W-MOTIF-REJET
004320        PERFORM 1900-REJETER THRU 1900-EXIT
004330        GO TO 1000-EXIT
004340     END-IF.
004350     PERFORM 1100-CHARGER-CPT-TRANS THRU 1100-EXIT.
004360     IF NOT CPT-TRANS-TROUVE
004370        MOVE 'RUBRIQUE TRANS ABSENTE DE CPT-MAP' TO W-MOTIF-REJET
004380        PERFORM 1900-REJETER THRU 1900-EXIT
004390        GO TO 1000-EXIT
004400     END-IF.
004410     PERFORM 1200-CHARGER-REFERENTIEL THRU 1200-EXIT.
004420     IF W-RANG-SOURCE = ZERO OR W-RANG-CIBLE = ZERO
004430        MOVE 'SOURCE OU CIBLE ABSENTE DE ETB-REF'
004440           TO W-MOTIF-REJET
004450        PERFORM 1900-REJETER THRU 1900-EXIT
004460        GO TO 1000-EXIT
004470     END-IF.
004480     IF W-ET-IMAGE (W-RANG-SOURCE) (33:1) NOT = 'A'
004490        OR W-ET-IMAGE (W-RANG-CIBLE) (33:1) NOT = 'A'
004500        MOVE 'SOURCE OU CIBLE NON ACTIVE DANS ETB-REF'
004510           TO W-MOTIF-REJET
004520        PERFORM 1900-REJETER THRU 1900-EXIT
004530        GO TO 1000-EXIT
004540     END-IF.
004550     OPEN I-O OUV-MAST.
004560     IF NOT OUV-MAST-OK
004570        MOVE 'OUV-MAST INDISPONIBLE' TO W-MOTIF-REJET
004580        PERFORM 1900-REJETER THRU 1900-EXIT
004590        GO TO 1000-EXIT
004600     END-IF.
004610     OPEN INPUT ECHEANCIER.
004620     IF NOT ECHEANCIER-OK
004630        CLOSE OUV-MAST
004640        MOVE 'ECHEANCIER INDISPONIBLE' TO W-MOTIF-REJET
004650        PERFORM 1900-REJETER THRU 1900-EXIT
004660        GO TO 1000-EXIT
004670     END-IF.
004680     OPEN I-O FFFFFGS.
004690     IF NOT FFFFFGS-OK
004700        CLOSE OUV-MAST ECHEANCIER
004710        MOVE 'OUVERTURE FFFFFGS IMPOSSIBLE' TO W-MOTIF-REJET
004720        PERFORM 1900-REJETER THRU 1900-EXIT
004730        GO TO 1000-EXIT
004740     END-IF.
004750     OPEN EXTEND FGS-JRNL.
004760     IF W-FGS-JRNL-STATUS = '05'
004770        OPEN OUTPUT FGS-JRNL
004780     END-IF.
004790     OPEN EXTEND UPD-AUDIT.
004800     IF W-UPD-AUDIT-STATUS = '05'
004810        OPEN OUTPUT UPD-AUDIT
004820     END-IF.
004830     MOVE 'O' TO W-ORDRE-VALIDE-SW.
004840 1000-EXIT.
004850     EXIT.
004860 1010-INITIALISER-RAPPRO.
004870     INITIALIZE W-TAB-RAPPRO.
004880     MOVE 'FFFFFGS' TO W-RP-OBJET (1).
004890     MOVE 'OUV-MAST' TO W-RP-OBJET (2).
004900     MOVE 'ECHEANCIER' TO W-RP-OBJET (3).
004910     MOVE 'MANDATS' TO W-RP-OBJET (4).
004920     MOVE 'GRP-ADH' TO W-RP-OBJET (5).
004930     MOVE 'O' TO W-RP-CONTROLE (1) W-RP-CONTROLE (2)
004940         W-RP-CONTROLE (3).
004950     MOVE 'N' TO W-RP-CONTROLE (4) W-RP-CONTROLE (5).
004960 1010-EXIT.
004970     EXIT.
004980 1100-CHARGER-CPT-TRANS.
004990     OPEN INPUT CPT-MAP.
005000     IF NOT CPT-MAP-OK
005010        DISPLAY 'HZFS0001 - CPT-MAP INDISPONIBLE - STATUT '
005020            W-CPT-MAP-STATUS
005030        GO TO 1100-EXIT
005040     END-IF.
005050     PERFORM UNTIL FIN-CPT-MAP
005060        READ CPT-MAP
005070           AT END SET FIN-CPT-MAP TO TRUE
005080           NOT AT END PERFORM 1110-EXAMINER-CPT THRU 1110-EXIT
005090        END-READ
005100     END-PERFORM.
005110     CLOSE CPT-MAP.
005120 1100-EXIT.
005130     EXIT.
005140 1110-EXAMINER-CPT.
005150     IF CM-COANAL = 'TRANS'
005160        MOVE CM-COMPTE-DEBIT TO W-CPT-TRANS-DEBIT
005170        MOVE CM-COMPTE-CREDIT TO W-CPT-TRANS-CREDIT
005180        MOVE 'O' TO W-CPT-TRANS-TROUVE
005190     END-IF.
005200 1110-EXIT.
005210     EXIT.
005220*****************************************************************
005230*    1200-CHARGER-REFERENTIEL - ETB-REF EN TABLE, RELEVE DU RANG
005240*    DE LA SOURCE ET DE LA CIBLE. REFERENTIEL INDISPONIBLE OU
005250*    PLEIN : ORDRE REJETE (LA RECOPIE SERAIT INCOMPLETE).
005260*****************************************************************
005270 1200-CHARGER-REFERENTIEL.
005280     OPEN INPUT ETB-REF.
005290     IF NOT ETB-REF-OK
005300        DISPLAY 'HZFS0001 - ETB-REF INDISPONIBLE - STATUT '
005310            W-ETB-REF-STATUS
005320        GO TO 1200-EXIT
005330     END-IF.
005340     PERFORM UNTIL FIN-REF
005350        READ ETB-REF
005360           AT END SET FIN-REF TO TRUE
005370           NOT AT END PERFORM 1210-EMPILER-ETBL THRU 1210-EXIT
005380        END-READ
005390     END-PERFORM.
005400     CLOSE ETB-REF.
005410 1200-EXIT.
005420     EXIT.
005430 1210-EMPILER-ETBL.
005440     IF W-NB-ETBL < 100
005450        ADD 1 TO W-NB-ETBL
005460        MOVE ET-COETBL TO W-ET-COETBL (W-NB-ETBL)
005470        MOVE ETB-REF-LIGNE (6:49) TO W-ET-IMAGE (W-NB-ETBL)
005480        IF ET-COETBL = W-COETBL-SOURCE
005490           MOVE W-NB-ETBL TO W-RANG-SOURCE
005500        END-IF
005510        IF ET-COETBL = W-COETBL-CIBLE
005520           MOVE W-NB-ETBL TO W-RANG-CIBLE
005530        END-IF
005540     ELSE
005550        DISPLAY 'HZFS0001 - REFERENTIEL PLEIN (100 MAXIMUM) - '
005560            'ENTREE IGNOREE : ' ET-COETBL
005570        MOVE ZERO TO W-RANG-SOURCE
005580        MOVE 'O' TO W-FIN-REF
005590     END-IF.
005600 1210-EXIT.
005610     EXIT.
005620 1900-REJETER.
005630     MOVE SPACES TO W-LIGNE-TRAVAIL.
005640     STRING 'FUSION REJETEE : ' DELIMITED BY SIZE
005650         W-MOTIF-REJET DELIMITED BY SIZE
005660         ' - AUCUNE MISE A JOUR' DELIMITED BY SIZE
005670         INTO W-LIGNE-TRAVAIL
005680     END-STRING.
005690     MOVE W-LIGNE-TRAVAIL TO FS-RPRT-LIGNE.
005700     WRITE FS-RPRT-LIGNE.
005710     DISPLAY 'HZFS0001 - ' W-MOTIF-REJET.
005720     MOVE 8 TO RETURN-CODE.
005730 1900-EXIT.
005740     EXIT.
005750*****************************************************************
005760*    3000-DEPLACER-MAITRES - LECTURE INTEGRALE DE FFFFFGS (PAS
005770*    D'INDEX SUR LE COETBL) : CHAQUE MAITRE DE LA SOURCE EST
005780*    REECRIT SOUS LA CIBLE, SOLDE EMPORTE TEL QUEL ; LES MAITRES
005790*    DEJA SOUS LA CIBLE SONT DENOMBRES POUR LE RAPPROCHEMENT.
005800*****************************************************************
005810 3000-DEPLACER-MAITRES.
005820     MOVE 'N' TO W-FIN-FICHIER.
005830     MOVE LOW-VALUES TO FFFFFGS-CLE.
005840     START FFFFFGS KEY IS NOT LESS THAN FFFFFGS-CLE
005850         INVALID KEY MOVE 'O' TO W-FIN-FICHIER.
005860     PERFORM 3100-TRAITER-MAITRE THRU 3100-EXIT
005870         UNTIL FIN-FICHIER.
005880 3000-EXIT.
005890     EXIT.
005900 3100-TRAITER-MAITRE.
005910     READ FFFFFGS NEXT RECORD
005920        AT END
005930           MOVE 'O' TO W-FIN-FICHIER
005940           GO TO 3100-EXIT
005950     END-READ.
005960     IF FFFFFGS-COETBL = W-COETBL-CIBLE
005970        ADD 1 TO W-RP-NB-AV-CIB (1)
005980        ADD FFFFFGS-MONTANT TO W-RP-MT-AV-CIB (1)
005990        GO TO 3100-EXIT
006000     END-IF.
006010     IF FFFFFGS-COETBL NOT = W-COETBL-SOURCE
006020        GO TO 3100-EXIT
006030     END-IF.
006040     ADD 1 TO W-RP-NB-AV-SRC (1).
006050     ADD FFFFFGS-MONTANT TO W-RP-MT-AV-SRC (1).
006060     MOVE FFFFFGS-COADHF TO W-COADHF-CHERCHE.
006070     PERFORM 3200-RETENIR-ADHERENT THRU 3200-EXIT.
006080     MOVE 'M' TO JN-TYPE.
006090     MOVE FFFFFGS-CLE TO JN-CLE.
006100     MOVE FFFFFGS-ENREG TO JN-IMAGE-AVANT.
006110     MOVE FFFFFGS-MONTANT TO W-MONTANT-AVANT.
006120     MOVE W-COETBL-CIBLE TO FFFFFGS-COETBL.
006130     MOVE W-HORODATE-TRAVAIL TO FFFFFGS-HORO-AUDIT.
006140     REWRITE FFFFFGS-ENREG.
006150     IF FFFFFGS-OK
006160        ADD FFFFFGS-MONTANT TO W-SOLDE-TRANSFERE
006170        PERFORM 3300-JOURNALISER THRU 3300-EXIT
006180     ELSE
006190        DISPLAY 'HZFS0001 - REECRITURE EN ERREUR - CLE '
006200            FFFFFGS-CLE ' - STATUT ' W-FFFFFGS-STATUS
006210        MOVE 8 TO RETURN-CODE
006220     END-IF.
006230 3100-EXIT.
006240     EXIT.
006250 3200-RETENIR-ADHERENT.
006260     PERFORM 3210-CHERCHER-ADHERENT THRU 3210-EXIT.
006270     IF ADH-TROUVE
006280        GO TO 3200-EXIT
006290     END-IF.
006300     IF W-NB-ADH-DEPLACES < 3000
006310        ADD 1 TO W-NB-ADH-DEPLACES
006320        MOVE W-COADHF-CHERCHE TO W-AD-COADHF (W-NB-ADH-DEPLACES)
006330     ELSE
006340        DISPLAY 'HZFS0001 - TABLE DES ADHERENTS PLEINE (3000 '
006350            'MAXIMUM) - DENOMBREMENTS INCOMPLETS'
006360        IF RETURN-CODE < 4
006370           MOVE 4 TO RETURN-CODE
006380        END-IF
006390     END-IF.
006400 3200-EXIT.
006410     EXIT.
006420 3210-CHERCHER-ADHERENT.
006430     MOVE 'N' TO W-ADH-TROUVE-SW.
006440     IF W-NB-ADH-DEPLACES = ZERO
006450        GO TO 3210-EXIT
006460     END-IF.
006470     SET W-IDX-AD TO 1.
006480     SEARCH W-AD-ENTREE
006490        AT END
006500           CONTINUE
006510        WHEN W-IDX-AD > W-NB-ADH-DEPLACES
006520           CONTINUE
006530        WHEN W-AD-COADHF (W-IDX-AD) = W-COADHF-CHERCHE
006540           MOVE 'O' TO W-ADH-TROUVE-SW
006550     END-SEARCH.
006560 3210-EXIT.
006570     EXIT.
006580*****************************************************************
006590*    3300-JOURNALISER - IMAGE AVANT DANS FGS-JRNL ET GESTE DANS
006600*    UPD-AUDIT, MEMES ZONES QUE HZTF0001.
006610*****************************************************************
006620 3300-JOURNALISER.
006630     MOVE W-HORODATE-TRAVAIL TO JN-HORODATE.
006640     MOVE 'HZFS0001' TO JN-JOB-NAME.
006650     WRITE FGS-JRNL-LIGNE.
006660     MOVE W-HORODATE-TRAVAIL TO UA-HORODATE.
006670     MOVE 'HZFS0001' TO UA-USER-ID.
006680     MOVE W-COETBL-CIBLE TO UA-COETBL.
006690     MOVE FFFFFGS-COADHF TO UA-COADHF.
006700     MOVE SPACES TO UA-CETRTF.
006710     MOVE FFFFFGS-CLE (10:3) TO UA-CETRTF (1:3).
006720     MOVE SPACES TO UA-COTRTO.
006730     MOVE W-MONTANT-AVANT TO UA-COTNET-AVANT.
006740     MOVE FFFFFGS-MONTANT TO UA-COTNET-APRES.
006750     WRITE UPD-AUDIT-LIGNE.
006760 3300-EXIT.
006770     EXIT.
006780*****************************************************************
006790*    3500-DEPLACER-POSTES - PARCOURS DE OUV-MAST, LES POSTES DE
006800*    LA SOURCE ETANT REECRITS SOUS LA CIBLE QUEL QUE SOIT LEUR
006810*    STATUT. LE MONTANT RAPPROCHE EST LE RESTE DU (TTC - REGLE).
006820*    OUV-MAST A ETE OUVERT ET CONTROLE EN 1000.
006830*****************************************************************
006840 3500-DEPLACER-POSTES.
006850     MOVE 'N' TO W-FIN-FICHIER.
006860     PERFORM 3510-TRAITER-POSTE THRU 3510-EXIT
006870         UNTIL FIN-FICHIER.
006880     CLOSE OUV-MAST.
006900 3500-EXIT.
006910     EXIT.
006920 3510-TRAITER-POSTE.
006929     READ OUV-MAST NEXT RECORD
006938        AT END
006947           MOVE 'O' TO W-FIN-FICHIER
006956           GO TO 3510-EXIT
006965     END-READ.
006974     COMPUTE W-RESTE-DU = OV-MONTANT-TTC - OV-MONTANT-REGLE.
006983     IF OV-COETBL = W-COETBL-SOURCE
006992        ADD 1 TO W-RP-NB-AV-SRC (2)
007001        ADD W-RESTE-DU TO W-RP-MT-AV-SRC (2)
007010        MOVE W-COETBL-CIBLE TO OV-COETBL
007019        REWRITE OUV-MAST-ENREG
007028     ELSE
007040        IF OV-COETBL = W-COETBL-CIBLE
007050           ADD 1 TO W-RP-NB-AV-CIB (2)
007060           ADD W-RESTE-DU TO W-RP-MT-AV-CIB (2)
007070        END-IF
007080     END-IF.
007090     IF OV-COETBL = W-COETBL-SOURCE
007100        ADD 1 TO W-RP-NB-AP-SRC (2)
007110        ADD W-RESTE-DU TO W-RP-MT-AP-SRC (2)
007120     END-IF.
007130     IF OV-COETBL = W-COETBL-CIBLE
007140        ADD 1 TO W-RP-NB-AP-CIB (2)
007150        ADD W-RESTE-DU TO W-RP-MT-AP-CIB (2)
007166     END-IF.
007182 3510-EXIT.
007200     EXIT.
007210*****************************************************************
007220*    3600-DEPLACER-ECHEANCES - RECOPIE DE L'ECHEANCIER, MEME
007230*    PRINCIPE : LES ECHEANCES DE LA SOURCE PASSENT SOUS LA
007240*    CIBLE, LIBEREES OU NON (OUVERT ET CONTROLE EN 1000).
007250*****************************************************************
007260 3600-DEPLACER-ECHEANCES.
007270     OPEN OUTPUT ECH-NV.
007280     MOVE 'N' TO W-FIN-FICHIER.
007290     PERFORM 3610-TRAITER-ECHEANCE THRU 3610-EXIT
007300         UNTIL FIN-FICHIER.
007310     CLOSE ECHEANCIER ECH-NV.
007320 3600-EXIT.
007330     EXIT.
007340 3610-TRAITER-ECHEANCE.
007350     READ ECHEANCIER
007360        AT END
007370           MOVE 'O' TO W-FIN-FICHIER
007380           GO TO 3610-EXIT
007390     END-READ.
007400     IF EC-COETBL = W-COETBL-SOURCE
007410        ADD 1 TO W-RP-NB-AV-SRC (3)
007420        ADD EC-MONTANT TO W-RP-MT-AV-SRC (3)
007430        MOVE W-COETBL-CIBLE TO EC-COETBL
007440     ELSE
007450        IF EC-COETBL = W-COETBL-CIBLE
007460           ADD 1 TO W-RP-NB-AV-CIB (3)
007470           ADD EC-MONTANT TO W-RP-MT-AV-CIB (3)
007480        END-IF
007490     END-IF.
007500     IF EC-COETBL = W-COETBL-SOURCE
007510        ADD 1 TO W-RP-NB-AP-SRC (3)
007520        ADD EC-MONTANT TO W-RP-MT-AP-SRC (3)
007530     END-IF.
007540     IF EC-COETBL = W-COETBL-CIBLE
007550        ADD 1 TO W-RP-NB-AP-CIB (3)
007560        ADD EC-MONTANT TO W-RP-MT-AP-CIB (3)
007570     END-IF.
007580     MOVE ECHEANCIER-LIGNE TO ECH-NV-LIGNE.
007590     WRITE ECH-NV-LIGNE.
007600 3610-EXIT.
007610     EXIT.
007620*****************************************************************
007630*    4000-DENOMBRER-MANDATS - MANDATS NON REVOQUES DES ADHERENTS
007640*    DEPLACES. LE MANDAT EST TENU PAR COADHF : IL SUIT
007650*    L'ADHERENT, AVANT SOURCE = APRES CIBLE PAR CONSTRUCTION.
007660*****************************************************************
007670 4000-DENOMBRER-MANDATS.
007680     OPEN INPUT MANDATS.
007690     IF NOT MANDATS-OK
007700        DISPLAY 'HZFS0001 - MANDATS INDISPONIBLE - STATUT '
007710            W-MANDATS-STATUS
007720        MOVE 'NON LU' TO W-RP-ETAT (4)
007730        IF RETURN-CODE < 4
007740           MOVE 4 TO RETURN-CODE
007750        END-IF
007760        GO TO 4000-EXIT
007770     END-IF.
007780     MOVE 'N' TO W-FIN-FICHIER.
007790     PERFORM 4010-EXAMINER-MANDAT THRU 4010-EXIT
007800         UNTIL FIN-FICHIER.
007810     CLOSE MANDATS.
007820     MOVE W-RP-NB-AV-SRC (4) TO W-RP-NB-AP-CIB (4).
007830     MOVE 'SUIT LE COADHF, SANS REECRITURE' TO W-RP-ETAT (4).
007840 4000-EXIT.
007850     EXIT.
007860 4010-EXAMINER-MANDAT.
007870     READ MANDATS
007880        AT END
007890           MOVE 'O' TO W-FIN-FICHIER
007900           GO TO 4010-EXIT
007910     END-READ.
007920     IF MD-STATUT-REVOQUE
007930        GO TO 4010-EXIT
007940     END-IF.
007950     MOVE MD-COADHF TO W-COADHF-CHERCHE.
007960     PERFORM 3210-CHERCHER-ADHERENT THRU 3210-EXIT.
007970     IF ADH-TROUVE
007980        ADD 1 TO W-RP-NB-AV-SRC (4)
007990     END-IF.
008000 4010-EXIT.
008010     EXIT.
008020*****************************************************************
008030*    4100-DENOMBRER-GROUPES - RATTACHEMENTS EMPLOYEUR EN COURS A
008040*    LA DATE D'EFFET (FIN A ZERO OU POSTERIEURE) DES ADHERENTS
008050*    DEPLACES, TENUS PAR COADHF COMME LES MANDATS.
008060*****************************************************************
008070 4100-DENOMBRER-GROUPES.
008080     OPEN INPUT GRP-ADH.
008090     IF NOT GRP-ADH-OK
008100        DISPLAY 'HZFS0001 - GRP-ADH INDISPONIBLE - STATUT '
008110            W-GRP-ADH-STATUS
008120        MOVE 'NON LU' TO W-RP-ETAT (5)
008130        IF RETURN-CODE < 4
008140           MOVE 4 TO RETURN-CODE
008150        END-IF
008160        GO TO 4100-EXIT
008170     END-IF.
008180     MOVE 'N' TO W-FIN-FICHIER.
008190     PERFORM 4110-EXAMINER-RATTACHEMENT THRU 4110-EXIT
008200         UNTIL FIN-FICHIER.
008210     CLOSE GRP-ADH.
008220     MOVE W-RP-NB-AV-SRC (5) TO W-RP-NB-AP-CIB (5).
008230     MOVE 'SUIT LE COADHF, SANS REECRITURE' TO W-RP-ETAT (5).
008240 4100-EXIT.
008250     EXIT.
008260 4110-EXAMINER-RATTACHEMENT.
008270     READ GRP-ADH
008280        AT END
008290           MOVE 'O' TO W-FIN-FICHIER
008300           GO TO 4110-EXIT
008310     END-READ.
008320     IF GR-DATE-FIN NOT = ZERO AND GR-DATE-FIN < W-DATE-EFFET
008330        GO TO 4110-EXIT
008340     END-IF.
008350     MOVE GR-COADHF TO W-COADHF-CHERCHE.
008360     PERFORM 3210-CHERCHER-ADHERENT THRU 3210-EXIT.
008370     IF ADH-TROUVE
008380        ADD 1 TO W-RP-NB-AV-SRC (5)
008390     END-IF.
008400 4110-EXIT.
008410     EXIT.
008420*****************************************************************
008430*    5000-EMETTRE-ECRITURES - DEUX ECRITURES EQUILIBREES POUR LE
008440*    SOLDE FFFFFGS TRANSFERE, A LA DATE D'EFFET, SUR LA RUBRIQUE
008450*    'TRANS' (UNE PAIRE POUR LA FUSION ENTIERE, LE DETAIL PAR
008460*    MAITRE EST DANS FGS-JRNL). SOLDE NUL : RIEN A EMETTRE.
008470*****************************************************************
008480 5000-EMETTRE-ECRITURES.
008490     IF W-SOLDE-TRANSFERE = ZERO
008500        GO TO 5000-EXIT
008510     END-IF.
008520     OPEN EXTEND GL-POST.
008530     IF W-GL-POST-STATUS = '05'
008540        OPEN OUTPUT GL-POST
008550     END-IF.
008560     MOVE W-DATE-EFFET TO GP-DATE.
008570     MOVE W-CPT-TRANS-DEBIT TO GP-COMPTE.
008580     MOVE 'D' TO GP-SENS.
008590     MOVE W-SOLDE-TRANSFERE TO GP-MONTANT.
008600     MOVE SPACES TO GP-LIBELLE.
008610     STRING 'FUSION ' DELIMITED BY SIZE
008620         W-COETBL-SOURCE DELIMITED BY SIZE
008630         ' SORTIE' DELIMITED BY SIZE
008640         INTO GP-LIBELLE
008650     END-STRING.
008660     WRITE GL-POST-LIGNE.
008670     MOVE W-DATE-EFFET TO GP-DATE.
008680     MOVE W-CPT-TRANS-CREDIT TO GP-COMPTE.
008690     MOVE 'C' TO GP-SENS.
008700     MOVE W-SOLDE-TRANSFERE TO GP-MONTANT.
008710     MOVE SPACES TO GP-LIBELLE.
008720     STRING 'FUSION ' DELIMITED BY SIZE
008730         W-COETBL-SOURCE DELIMITED BY SIZE
008740         ' VERS ' DELIMITED BY SIZE
008750         W-COETBL-CIBLE DELIMITED BY SIZE
008760         INTO GP-LIBELLE
008770     END-STRING.
008780     WRITE GL-POST-LIGNE.
008790     CLOSE GL-POST.
008800 5000-EXIT.
008810     EXIT.
008820*****************************************************************
008830*    6000-FERMER-SOURCE - RECOPIE DU REFERENTIEL, LA SOURCE
008840*    FERMEE ('F') A LA DATE D'EFFET.
008850*****************************************************************
008860 6000-FERMER-SOURCE.
008870     MOVE 'F' TO W-ET-IMAGE (W-RANG-SOURCE) (33:1).
008880     MOVE W-DATE-EFFET TO W-ET-IMAGE (W-RANG-SOURCE) (42:8).
008890     OPEN OUTPUT ETB-REF-NV.
008900     PERFORM 6100-REECRIRE-UN-ETBL THRU 6100-EXIT
008910         VARYING W-IDX-EDIT FROM 1 BY 1
008920         UNTIL W-IDX-EDIT > W-NB-ETBL.
008930     CLOSE ETB-REF-NV.
008940 6000-EXIT.
008950     EXIT.
008960 6100-REECRIRE-UN-ETBL.
008970     MOVE SPACES TO ETB-REF-NV-LIGNE.
008980     MOVE W-ET-COETBL (W-IDX-EDIT) TO ETB-REF-NV-LIGNE (1:5).
008990     MOVE W-ET-IMAGE (W-IDX-EDIT) TO ETB-REF-NV-LIGNE (6:49).
009000     WRITE ETB-REF-NV-LIGNE.
009010 6100-EXIT.
009020     EXIT.
009030*****************************************************************
009040*    6500-VERIFIER-MAITRES - RELECTURE DE FFFFFGS APRES MISE A
009050*    JOUR : NOMBRES ET SOLDES SOUS LA SOURCE ET SOUS LA CIBLE.
009060*****************************************************************
009070 6500-VERIFIER-MAITRES.
009080     MOVE 'N' TO W-FIN-FICHIER.
009090     MOVE LOW-VALUES TO FFFFFGS-CLE.
009100     START FFFFFGS KEY IS NOT LESS THAN FFFFFGS-CLE
009110         INVALID KEY MOVE 'O' TO W-FIN-FICHIER.
009120     PERFORM 6510-COMPTER-MAITRE THRU 6510-EXIT
009130         UNTIL FIN-FICHIER.
009140 6500-EXIT.
009150     EXIT.
009160 6510-COMPTER-MAITRE.
009170     READ FFFFFGS NEXT RECORD
009180        AT END
009190           MOVE 'O' TO W-FIN-FICHIER
009200           GO TO 6510-EXIT
009210     END-READ.
009220     IF FFFFFGS-COETBL = W-COETBL-SOURCE
009230        ADD 1 TO W-RP-NB-AP-SRC (1)
009240        ADD FFFFFGS-MONTANT TO W-RP-MT-AP-SRC (1)
009250     END-IF.
009260     IF FFFFFGS-COETBL = W-COETBL-CIBLE
009270        ADD 1 TO W-RP-NB-AP-CIB (1)
009280        ADD FFFFFGS-MONTANT TO W-RP-MT-AP-CIB (1)
009290     END-IF.
009300 6510-EXIT.
009310     EXIT.
009320*****************************************************************
009330*    7000-EDITER-RAPPROCHEMENT - TABLEAU AVANT/APRES, ECRITURES
009340*    EMISES ET FERMETURE DE LA SOURCE. UN ECART SUR FFFFFGS,
009350*    OUV-MAST OU ECHEANCIER DONNE LE CODE 8.
009360*****************************************************************
009370 7000-EDITER-RAPPROCHEMENT.
009380     MOVE SPACES TO FS-RPRT-LIGNE.
009390     WRITE FS-RPRT-LIGNE.
009400     MOVE W-LIGNE-TITRE-RAPPRO TO FS-RPRT-LIGNE.
009410     WRITE FS-RPRT-LIGNE.
009420     PERFORM 7100-EDITER-OBJET THRU 7100-EXIT
009430         VARYING W-RP FROM 1 BY 1 UNTIL W-RP > 5.
009440     MOVE SPACES TO FS-RPRT-LIGNE.
009450     WRITE FS-RPRT-LIGNE.
009460     MOVE W-NB-ADH-DEPLACES TO W-NB-EDIT.
009470     MOVE SPACES TO W-LIGNE-TRAVAIL.
009480     STRING 'ADHERENTS DEPLACES : ' DELIMITED BY SIZE
009490         W-NB-EDIT DELIMITED BY SIZE
009500         ' - CUMULS CUM-ADH POURSUIVIS (TENUS PAR COADHF)'
009510            DELIMITED BY SIZE
009520         INTO W-LIGNE-TRAVAIL
009530     END-STRING.
009540     MOVE W-LIGNE-TRAVAIL TO FS-RPRT-LIGNE.
009550     WRITE FS-RPRT-LIGNE.
009560     MOVE W-SOLDE-TRANSFERE TO W-MONTANT-EDIT.
009570     MOVE SPACES TO W-LIGNE-TRAVAIL.
009580     IF W-SOLDE-TRANSFERE = ZERO
009590        MOVE 'SOLDE TRANSFERE NUL : AUCUNE ECRITURE GL-POST'
009600           TO W-LIGNE-TRAVAIL
009610     ELSE
009620        STRING 'ECRITURES GL-POST RUBRIQUE TRANS : DEBIT '
009630               DELIMITED BY SIZE
009640            W-CPT-TRANS-DEBIT DELIMITED BY SIZE
009650            ' CREDIT ' DELIMITED BY SIZE
009660            W-CPT-TRANS-CREDIT DELIMITED BY SIZE
009670            ' MONTANT ' DELIMITED BY SIZE
009680            W-MONTANT-EDIT DELIMITED BY SIZE
009690            INTO W-LIGNE-TRAVAIL
009700        END-STRING
009710     END-IF.
009720     MOVE W-LIGNE-TRAVAIL TO FS-RPRT-LIGNE.
009730     WRITE FS-RPRT-LIGNE.
009740     MOVE SPACES TO W-LIGNE-TRAVAIL.
009750     STRING 'ETABLISSEMENT ' DELIMITED BY SIZE
009760         W-COETBL-SOURCE DELIMITED BY SIZE
009770         ' FERME AU ' DELIMITED BY SIZE
009780         W-DATE-EFFET DELIMITED BY SIZE
009790         ' DANS ETB-REF-NV' DELIMITED BY SIZE
009800         INTO W-LIGNE-TRAVAIL
009810     END-STRING.
009820     MOVE W-LIGNE-TRAVAIL TO FS-RPRT-LIGNE.
009830     WRITE FS-RPRT-LIGNE.
009840     MOVE SPACES TO FS-RPRT-LIGNE.
009850     IF W-NB-ECARTS = ZERO AND RETURN-CODE < 8
009860        MOVE 'RAPPROCHEMENT SANS ECART' TO FS-RPRT-LIGNE
009870     ELSE
009880        STRING 'RAPPROCHEMENT EN ECART OU ANOMALIE : '
009890               DELIMITED BY SIZE
009900            'CODE 8, FICHIERS NV A NE PAS SUBSTITUER'
009910               DELIMITED BY SIZE
009920            INTO FS-RPRT-LIGNE
009930        END-STRING
009940        MOVE 8 TO RETURN-CODE
009950     END-IF.
009960     WRITE FS-RPRT-LIGNE.
009970 7000-EXIT.
009980     EXIT.
009990*****************************************************************
010000*    7100-EDITER-OBJET - DEUX LIGNES PAR FICHIER CONTROLE
010010*    (NOMBRE, MONTANT), UNE LIGNE POUR MANDATS ET GRP-ADH.
010020*****************************************************************
010030 7100-EDITER-OBJET.
010040     IF RP-CONTROLE (W-RP) AND W-RP-ETAT (W-RP) = SPACES
010050        IF W-RP-NB-AP-SRC (W-RP) NOT = ZERO
010060           OR W-RP-MT-AP-SRC (W-RP) NOT = ZERO
010070           OR W-RP-NB-AP-CIB (W-RP) NOT =
010080              W-RP-NB-AV-SRC (W-RP) + W-RP-NB-AV-CIB (W-RP)
010090           OR W-RP-MT-AP-CIB (W-RP) NOT =
010100              W-RP-MT-AV-SRC (W-RP) + W-RP-MT-AV-CIB (W-RP)
010110           MOVE 'ECART' TO W-RP-ETAT (W-RP)
010120           ADD 1 TO W-NB-ECARTS
010130        ELSE
010140           MOVE 'RAPPROCHE' TO W-RP-ETAT (W-RP)
010150        END-IF
010160     END-IF.
010170     MOVE SPACES TO W-LIGNE-RAPPRO.
010180     MOVE W-RP-OBJET (W-RP) TO WLR-OBJET.
010190     MOVE 'NOMBRE' TO WLR-MESURE.
010200     MOVE W-RP-NB-AV-SRC (W-RP) TO W-CELLULE-NB.
010210     MOVE W-CELLULE-NB TO WLR-VALEUR (1).
010220     MOVE W-RP-NB-AV-CIB (W-RP) TO W-CELLULE-NB.
010230     MOVE W-CELLULE-NB TO WLR-VALEUR (2).
010240     MOVE W-RP-NB-AP-SRC (W-RP) TO W-CELLULE-NB.
010250     MOVE W-CELLULE-NB TO WLR-VALEUR (3).
010260     MOVE W-RP-NB-AP-CIB (W-RP) TO W-CELLULE-NB.
010270     MOVE W-CELLULE-NB TO WLR-VALEUR (4).
010280     MOVE W-RP-ETAT (W-RP) TO WLR-ETAT.
010290     MOVE W-LIGNE-RAPPRO TO FS-RPRT-LIGNE.
010300     WRITE FS-RPRT-LIGNE.
010310     IF NOT RP-CONTROLE (W-RP)
010320        GO TO 7100-EXIT
010330     END-IF.
010340     MOVE SPACES TO W-LIGNE-RAPPRO.
010350     MOVE 'MONTANT' TO WLR-MESURE.
010360     MOVE W-RP-MT-AV-SRC (W-RP) TO W-CELLULE-MT.
010370     MOVE W-CELLULE-MT TO WLR-VALEUR (1).
010380     MOVE W-RP-MT-AV-CIB (W-RP) TO W-CELLULE-MT.
010390     MOVE W-CELLULE-MT TO WLR-VALEUR (2).
010400     MOVE W-RP-MT-AP-SRC (W-RP) TO W-CELLULE-MT.
010410     MOVE W-CELLULE-MT TO WLR-VALEUR (3).
010420     MOVE W-RP-MT-AP-CIB (W-RP) TO W-CELLULE-MT.
010430     MOVE W-CELLULE-MT TO WLR-VALEUR (4).
010440     MOVE W-LIGNE-RAPPRO TO FS-RPRT-LIGNE.
010450     WRITE FS-RPRT-LIGNE.
010460 7100-EXIT.
010470     EXIT.
010480 8000-TERMINE.
010490     IF ORDRE-VALIDE
010500        CLOSE FFFFFGS FGS-JRNL UPD-AUDIT
010510     END-IF.
010520     CLOSE FS-RPRT.
010530     MOVE W-NB-ADH-DEPLACES TO W-NB-EDIT.
010540     DISPLAY 'HZFS0001 - ADHERENTS DEPLACES : ' W-NB-EDIT.
010550     MOVE W-RP-NB-AV-SRC (1) TO W-NB-EDIT.
010560     DISPLAY 'HZFS0001 - MAITRES DEPLACES   : ' W-NB-EDIT.
010570 8000-EXIT.
010580     EXIT.
