000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZPC0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. PROVISION DE FIN DE MOIS POUR CREANCES DOUTEUSES. LES
000080     POSTES OUVERTS NON SOLDES ET NON PASSES EN PERTE (OUV-ITEMS,
000090     EMIS AU PLUS TARD A LA DATE DE CLOTURE DE PC-PARM) SONT
000100     VIEILLIS A LA DATE DE CLOTURE ET CLASSES PAR SITUATION :
000110     ORDINAIRE, EN LITIGE (LIT-REG), CONFIE A L'AGENCE DE
000120     RECOUVREMENT (AG-REG, NON ENTIEREMENT RECOUVRE), MANDAT
000130     REVOQUE (MANDATS) OU ADHERENT RADIE (ADH-REF). LE TAUX DE
000140     PROVISION EST PRIS DANS LA TABLE PC-TAUX (SITUATION, AGE
000150     MINIMUM EN JOURS, TAUX EN POURCENTAGE) : POUR CHAQUE
000160     SITUATION DU POSTE, LA TRANCHE D'AGE LA PLUS ELEVEE ATTEINTE
000170     DONNE UN TAUX ET LE TAUX LE PLUS FORT EST RETENU. LA
000180     PROVISION PAR ETABLISSEMENT EST COMPAREE A CELLE DU MOIS
000190     PRECEDENT (PROV-PREC, DERNIER PROV-NV SUBSTITUE PAR
000200     L'EXPLOITATION) ET LA VARIATION EST PASSEE SUR GL-POST A LA
000210     DATE DE CLOTURE : DOTATION PAR L'ENTREE 'DOUT' DU PLAN
000220     CPT-MAP (DOTATION AU DEBIT, PROVISION AU CREDIT), REPRISE
000230     PAR L'ENTREE 'DOUTR' (PROVISION AU DEBIT, REPRISE AU
000240     CREDIT). LE TABLEAU DES PROVISIONS PAR ETABLISSEMENT
000250     (ENCOURS, PROVISION PAR SITUATION, PROVISION DU MOIS
000260     PRECEDENT ET MOUVEMENT) EST EDITE SUR PC-RPRT.
000270*****************************************************************
000280*    HISTORIQUE DES MODIFICATIONS
000290*    --------------------------------------------------------
000300*    DATE       AUTEUR  DESCRIPTION
000310*    --------   ------  -------------------------------------
000320*    15/10/2026 EBA     CREATION.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PC-PARM ASSIGN TO PCPARM
000430         ORGANIZATION SEQUENTIAL
000440         FILE STATUS W-PC-PARM-STATUS.
000450     SELECT PC-TAUX ASSIGN TO PCTAUX
000460         ORGANIZATION SEQUENTIAL
000470         FILE STATUS W-PC-TAUX-STATUS.
000480     SELECT OUV-ITEMS ASSIGN TO OUVITEMS
000490         ORGANIZATION SEQUENTIAL
000500         FILE STATUS W-OUV-ITEMS-STATUS.
000510     SELECT LIT-REG ASSIGN TO LITREG
000520         ORGANIZATION SEQUENTIAL
000530         FILE STATUS W-LIT-REG-STATUS.
000540     SELECT AG-REG ASSIGN TO AGREG
000550         ORGANIZATION SEQUENTIAL
000560         FILE STATUS W-AG-REG-STATUS.
000570     SELECT MANDATS ASSIGN TO MANDATS
000580         ORGANIZATION SEQUENTIAL
000590         FILE STATUS W-MANDATS-STATUS.
000600     SELECT ADH-REF ASSIGN TO ADHREF
000610         ORGANIZATION SEQUENTIAL
000620         FILE STATUS W-ADH-REF-STATUS.
000630     SELECT PROV-PREC ASSIGN TO PROVPREC
000640         ORGANIZATION SEQUENTIAL
000650         FILE STATUS W-PROV-PREC-STATUS.
000660     SELECT PROV-NV ASSIGN TO PROVNV
000670         ORGANIZATION SEQUENTIAL
000680         FILE STATUS W-PROV-NV-STATUS.
000690     SELECT CPT-MAP ASSIGN TO CPTMAP
000700         ORGANIZATION SEQUENTIAL
000710         FILE STATUS W-CPT-MAP-STATUS.
000720     SELECT GL-POST ASSIGN TO GLPOST
000730         ORGANIZATION SEQUENTIAL
000740         FILE STATUS W-GL-POST-STATUS.
000750     SELECT PC-RPRT ASSIGN TO PCRPRT
000760         ORGANIZATION SEQUENTIAL
000770         FILE STATUS W-PC-RPRT-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800*****************************************************************
000810*    PC-PARM - DATE DE CLOTURE DU MOIS, AAAAMMJJ.
000820*****************************************************************
000830 FD  PC-PARM
000840     LABEL RECORD STANDARD
000850     DATA RECORD PC-PARM-LIGNE.
000860 01  PC-PARM-LIGNE.
000870     05  PA-DATE-CLOTURE         PIC 9(08).
000880*****************************************************************
000890*    PC-TAUX - TAUX DE PROVISION PAR SITUATION ET TRANCHE D'AGE :
000900*    SITUATION ('O' ORDINAIRE, 'L' EN LITIGE, 'A' CONFIE A
000910*    L'AGENCE, 'M' MANDAT REVOQUE, 'R' ADHERENT RADIE), AGE
000920*    MINIMUM DU POSTE EN JOURS ET TAUX EN POURCENTAGE DU RESTE DU
000930*    (EX. 'O' 0180 05000 = 50,00 % A PARTIR DE 180 JOURS).
000940*****************************************************************
000950 FD  PC-TAUX
000960     LABEL RECORD STANDARD
000970     DATA RECORD PC-TAUX-LIGNE.
000980 01  PC-TAUX-LIGNE.
000990     05  TX-SITUATION            PIC X(01).
001000     05  TX-AGE-MINIMUM          PIC 9(04).
001010     05  TX-TAUX                 PIC 9(03)V99.
001020*****************************************************************
001030*    OUV-ITEMS - POSTES OUVERTS, MEME DESSIN QUE DANS HZFC0001.
001040*****************************************************************
001050 FD  OUV-ITEMS
001060     LABEL RECORD STANDARD
001070     DATA RECORD OUV-ITEMS-LIGNE.
001080 01  OUV-ITEMS-LIGNE.
001090     05  OV-NUMERO-FACTURE       PIC 9(08).
001100     05  OV-COADHF               PIC X(09).
001110     05  OV-COETBL               PIC X(05).
001120     05  OV-DATE-FACTURE         PIC 9(08).
001130     05  OV-MONTANT-TTC          PIC S9(11)V99
001140                                 SIGN LEADING SEPARATE.
001150     05  OV-MONTANT-REGLE        PIC S9(11)V99
001160                                 SIGN LEADING SEPARATE.
001170     05  OV-STATUT               PIC X(01).
001180*****************************************************************
001190*    LIT-REG - REGISTRE DES LITIGES OUVERTS, MEME DESSIN QUE DANS
001200*    HZLT0001.
001210*****************************************************************
001220 FD  LIT-REG
001230     LABEL RECORD STANDARD
001240     DATA RECORD LIT-REG-LIGNE.
001250 01  LIT-REG-LIGNE.
001260     05  LR-NUMERO-FACTURE       PIC 9(08).
001270     05  LR-COADHF               PIC X(09).
001280     05  LR-COETBL               PIC X(05).
001290     05  LR-DATE-OUVERTURE       PIC 9(08).
001300     05  LR-MOTIF                PIC X(30).
001310     05  LR-MONTANT-TTC          PIC S9(11)V99
001320                                 SIGN LEADING SEPARATE.
001330     05  LR-RESTE-DU             PIC S9(11)V99
001340                                 SIGN LEADING SEPARATE.
001350*****************************************************************
001360*    AG-REG - REGISTRE DES POSTES CONFIES A L'AGENCE, MEME DESSIN
001370*    QUE DANS HZAG0001.
001380*****************************************************************
001390 FD  AG-REG
001400     LABEL RECORD STANDARD
001410     DATA RECORD AG-REG-LIGNE.
001420 01  AG-REG-LIGNE.
001430     05  CR-NUMERO-FACTURE       PIC 9(08).
001440     05  CR-COADHF               PIC X(09).
001450     05  CR-COETBL               PIC X(05).
001460     05  CR-DATE-REMISE          PIC 9(08).
001470     05  CR-MONTANT-CONFIE       PIC S9(11)V99
001480                                 SIGN LEADING SEPARATE.
001490     05  CR-MONTANT-RECOUVRE     PIC S9(11)V99
001500                                 SIGN LEADING SEPARATE.
001510*****************************************************************
001520*    MANDATS - MANDATS DE PRELEVEMENT, MEME DESSIN QUE DANS
001530*    HZPV0001.
001540*****************************************************************
001550 FD  MANDATS
001560     LABEL RECORD STANDARD
001570     DATA RECORD MANDATS-LIGNE.
001580 01  MANDATS-LIGNE.
001590     05  MD-COADHF               PIC X(09).
001600     05  MD-REF-COMPTE           PIC X(34).
001610     05  MD-DATE-MANDAT          PIC 9(08).
001620     05  MD-STATUT               PIC X(01).
001630         88  MD-STATUT-REVOQUE   VALUE 'R'.
001640     05  MD-NB-ECHECS            PIC 9(02).
001650*****************************************************************
001660*    ADH-REF - REFERENTIEL ADHERENTS (SAUVEGARDE HZMS0001), MEME
001670*    DESSIN ETENDU QUE DANS HZDU0001.
001680*****************************************************************
001690 FD  ADH-REF
001700     LABEL RECORD STANDARD
001710     DATA RECORD ADH-REF-LIGNE.
001720 01  ADH-REF-LIGNE.
001730     05  AF-CLE                  PIC X(08).
001740     05  AF-COADHF               PIC X(09).
001750     05  AF-COTRTO               PIC X(05).
001760     05  AF-CETRTF               PIC X(05).
001770     05  AF-NOM                  PIC X(30).
001780     05  AF-ADRESSE              PIC X(30).
001790     05  AF-CODE-POSTAL          PIC X(05).
001800     05  AF-VILLE                PIC X(20).
001810     05  AF-STATUT               PIC X(01).
001820         88  AF-STATUT-RADIE     VALUE 'R'.
001830     05  AF-LANGUE               PIC X(02).
001840     05  AF-ADRESSE-NPAI         PIC X(01).
001850     05  AF-CANAL-DIFFUSION      PIC X(01).
001860     05  AF-EMAIL                PIC X(60).
001870     05  AF-EMAIL-REJETE         PIC X(01).
001880     05  AF-FREQUENCE            PIC X(01).
001890*****************************************************************
001900*    PROV-PREC / PROV-NV - PROVISION PAR ETABLISSEMENT A LA DATE
001910*    DE CLOTURE : ETABLISSEMENT, DATE DE CLOTURE, ENCOURS
001920*    PROVISIONNABLE ET MONTANT DE LA PROVISION. PROV-NV DEVIENT
001930*    LE PROV-PREC DU MOIS SUIVANT.
001940*****************************************************************
001950 FD  PROV-PREC
001960     LABEL RECORD STANDARD
001970     DATA RECORD PROV-PREC-LIGNE.
001980 01  PROV-PREC-LIGNE.
001990     05  PX-COETBL               PIC X(05).
002000     05  PX-DATE-CLOTURE         PIC 9(08).
002010     05  PX-ENCOURS              PIC S9(11)V99
002020                                 SIGN LEADING SEPARATE.
002030     05  PX-PROVISION            PIC S9(11)V99
002040                                 SIGN LEADING SEPARATE.
002050 FD  PROV-NV
002060     LABEL RECORD STANDARD
002070     DATA RECORD PROV-NV-LIGNE.
002080 01  PROV-NV-LIGNE               PIC X(41).
002090 FD  CPT-MAP
002100     LABEL RECORD STANDARD
002110     DATA RECORD CPT-MAP-LIGNE.
002120 01  CPT-MAP-LIGNE.
002130     05  CM-COANAL               PIC X(05).
002140     05  CM-COMPTE-DEBIT         PIC X(10).
002150     05  CM-COMPTE-CREDIT        PIC X(10).
002160     05  CM-ENTITE               PIC X(02).
002170 FD  GL-POST
002180     LABEL RECORD STANDARD
002190     DATA RECORD GL-POST-LIGNE.
002200 01  GL-POST-LIGNE.
002210     05  GP-DATE                 PIC 9(08).
002220     05  GP-COMPTE               PIC X(10).
002230     05  GP-SENS                 PIC X(01).
002240     05  GP-MONTANT              PIC S9(11)V99
002250                                 SIGN LEADING SEPARATE.
002260     05  GP-LIBELLE              PIC X(30).
002270 FD  PC-RPRT
002280     LABEL RECORD STANDARD
002290     DATA RECORD PC-RPRT-LIGNE.
002300 01  PC-RPRT-LIGNE               PIC X(132).
002310 WORKING-STORAGE SECTION.
002320 01  W-PC-PARM-STATUS            PIC XX.
002330     88  PC-PARM-OK              VALUE '00'.
002340 01  W-PC-TAUX-STATUS            PIC XX.
002350     88  PC-TAUX-OK              VALUE '00'.
002360 01  W-OUV-ITEMS-STATUS          PIC XX.
002370     88  OUV-ITEMS-OK            VALUE '00'.
002380 01  W-LIT-REG-STATUS            PIC XX.
002390     88  LIT-REG-OK              VALUE '00'.
002400 01  W-AG-REG-STATUS             PIC XX.
002410     88  AG-REG-OK               VALUE '00'.
002420 01  W-MANDATS-STATUS            PIC XX.
002430     88  MANDATS-OK              VALUE '00'.
002440 01  W-ADH-REF-STATUS            PIC XX.
002450     88  ADH-REF-OK              VALUE '00'.
002460 01  W-PROV-PREC-STATUS          PIC XX.
002470     88  PROV-PREC-OK            VALUE '00'.
002480 01  W-PROV-NV-STATUS            PIC XX.
002490 01  W-CPT-MAP-STATUS            PIC XX.
002500     88  CPT-MAP-OK              VALUE '00'.
002510 01  W-GL-POST-STATUS            PIC XX.
002520 01  W-PC-RPRT-STATUS            PIC XX.
002530 01  W-FIN-LECTURE               PIC X VALUE 'N'.
002540     88  FIN-LECTURE             VALUE 'O'.
002550 01  W-FIN-OUV                   PIC X VALUE 'N'.
002560     88  FIN-OUV                 VALUE 'O'.
002570 01  W-ARRET-SW                  PIC X VALUE 'N'.
002580     88  ARRET-TRAITEMENT        VALUE 'O'.
002590 01  W-DATE-CLOTURE              PIC 9(08) VALUE ZERO.
002600 01  W-DATE-PRECEDENTE           PIC 9(08) VALUE ZERO.
002610 01  W-QUANTIEME-CLOTURE         PIC 9(07) VALUE ZERO.
002620 01  W-QUANTIEME-FACTURE         PIC 9(07) VALUE ZERO.
002630 01  W-AGE-JOURS                 PIC S9(07) COMP VALUE ZERO.
002640*****************************************************************
002650*    TAUX DE PROVISION (PC-TAUX, 50 TRANCHES AU PLUS).
002660*****************************************************************
002670 01  W-NB-TAUX                   PIC 9(03) COMP VALUE ZERO.
002680 01  W-TAB-TAUX.
002690     05  W-TX-ENTREE OCCURS 50 TIMES
002700             INDEXED BY W-IDX-TX.
002710         10  W-TX-SITUATION      PIC X(01).
002720         10  W-TX-AGE-MINIMUM    PIC 9(04).
002730         10  W-TX-TAUX           PIC 9(03)V99.
002740*****************************************************************
002750*    SITUATIONS : CODES DE PC-TAUX DANS L'ORDRE DES COLONNES DU
002760*    TABLEAU (1 ORDINAIRE, 2 LITIGE, 3 AGENCE, 4 MANDAT REVOQUE,
002770*    5 RADIE).
002780*****************************************************************
002790 01  W-TAB-SITUATIONS-INIT       PIC X(05) VALUE 'OLAMR'.
002800 01  W-TAB-SITUATIONS REDEFINES W-TAB-SITUATIONS-INIT.
002810     05  W-SI-CODE               PIC X(01) OCCURS 5 TIMES.
002820 01  W-SITUATION-SW.
002830     05  W-SITUATION-APPLICABLE  PIC X(01) OCCURS 5 TIMES.
002840 01  W-IDX-SI                    PIC 9(01) COMP VALUE ZERO.
002850 01  W-SITUATION-RETENUE         PIC 9(01) COMP VALUE ZERO.
002860 01  W-TAUX-SITUATION            PIC 9(03)V99 VALUE ZERO.
002870 01  W-AGE-TRANCHE               PIC S9(05) COMP VALUE ZERO.
002880 01  W-TAUX-RETENU               PIC 9(03)V99 VALUE ZERO.
002890*****************************************************************
002900*    FACTURES EN LITIGE, FACTURES CONFIEES A L'AGENCE (1000 AU
002910*    PLUS, MEMES BORNES QUE HZAG0001), ADHERENTS AU MANDAT REVOQUE
002920*    ET ADHERENTS RADIES (2000 AU PLUS, MEME BORNE QUE ADH-REF
002930*    DANS HZAG0001).
002940*****************************************************************
002950 01  W-NB-LITIGES                PIC 9(04) COMP VALUE ZERO.
002960 01  W-TAB-LITIGES.
002970     05  W-LI-FACTURE OCCURS 1000 TIMES
002980             INDEXED BY W-IDX-LI PIC 9(08).
002990 01  W-NB-CONFIES                PIC 9(04) COMP VALUE ZERO.
003000 01  W-TAB-CONFIES.
003010     05  W-CF-FACTURE OCCURS 1000 TIMES
003020             INDEXED BY W-IDX-CF PIC 9(08).
003030 01  W-NB-REVOQUES               PIC 9(04) COMP VALUE ZERO.
003040 01  W-TAB-REVOQUES.
003050     05  W-RV-COADHF OCCURS 2000 TIMES
003060             INDEXED BY W-IDX-RV PIC X(09).
003070 01  W-NB-RADIES                 PIC 9(04) COMP VALUE ZERO.
003080 01  W-TAB-RADIES.
003090     05  W-RD-COADHF OCCURS 2000 TIMES
003100             INDEXED BY W-IDX-RD PIC X(09).
003110 01  W-TROUVE-SW                 PIC X VALUE 'N'.
003120     88  TROUVE                  VALUE 'O'.
003130*****************************************************************
003140*    COMPTES : ENTREE 'DOUT' DU PLAN CPT-MAP (DOTATION AU DEBIT,
003150*    PROVISION AU CREDIT) ET ENTREE 'DOUTR' (REPRISE AU CREDIT).
003160*    SANS ENTREE 'DOUTR', LA REPRISE EST PORTEE AU CREDIT DU
003170*    COMPTE DE DOTATION.
003180*****************************************************************
003190 01  W-COMPTE-DOTATION           PIC X(10) VALUE SPACES.
003200 01  W-COMPTE-PROVISION          PIC X(10) VALUE SPACES.
003210 01  W-COMPTE-REPRISE            PIC X(10) VALUE SPACES.
003220*****************************************************************
003230*    PROVISION PAR ETABLISSEMENT (50 AU PLUS, MEME BORNE QUE
003240*    HZRA0001) : ENCOURS, PROVISION PAR SITUATION, PROVISION DU
003250*    MOIS PRECEDENT.
003260*****************************************************************
003270 01  W-NB-ETAB                   PIC 9(02) COMP VALUE ZERO.
003280 01  W-TAB-ETAB.
003290     05  W-ET-ENTREE OCCURS 50 TIMES
003300             INDEXED BY W-IDX-ET.
003310         10  W-ET-COETBL         PIC X(05).
003320         10  W-ET-ENCOURS        PIC S9(11)V99 COMP-3.
003330         10  W-ET-PROV-SITUATION PIC S9(11)V99 COMP-3
003340                                 OCCURS 5 TIMES.
003350         10  W-ET-PROVISION      PIC S9(11)V99 COMP-3.
003360         10  W-ET-PRECEDENTE     PIC S9(11)V99 COMP-3.
003370 01  W-COETBL-COURANT            PIC X(05) VALUE SPACES.
003380 01  W-ETAB-TROUVE-SW            PIC X VALUE 'N'.
003390     88  ETAB-TROUVE             VALUE 'O'.
003400*****************************************************************
003410*    POSTE COURANT ET CUMULS.
003420*****************************************************************
003430 01  W-RESTE-DU                  PIC S9(11)V99 COMP-3 VALUE 0.
003440 01  W-PROVISION-POSTE           PIC S9(11)V99 COMP-3 VALUE 0.
003450 01  W-MOUVEMENT                 PIC S9(11)V99 COMP-3 VALUE 0.
003460 01  W-TOT-ENCOURS               PIC S9(13)V99 COMP-3 VALUE 0.
003470 01  W-TOT-PROV-SITUATION        PIC S9(13)V99 COMP-3 VALUE 0
003480                                 OCCURS 5 TIMES.
003490 01  W-TOT-PROVISION             PIC S9(13)V99 COMP-3 VALUE 0.
003500 01  W-TOT-PRECEDENTE            PIC S9(13)V99 COMP-3 VALUE 0.
003510 01  W-TOT-DOTATION              PIC S9(13)V99 COMP-3 VALUE 0.
003520 01  W-TOT-REPRISE               PIC S9(13)V99 COMP-3 VALUE 0.
003530 01  W-NB-POSTES-LUS             PIC 9(05) COMP VALUE ZERO.
003540 01  W-NB-PROVISIONNES           PIC 9(05) COMP VALUE ZERO.
003550 01  W-NB-ECRITURES              PIC 9(05) COMP VALUE ZERO.
003560*****************************************************************
003570*    ENREGISTREMENT PROV-NV ET LIGNES DU TABLEAU.
003580*****************************************************************
003590 01  W-PROV-NV.
003600     05  W-PN-COETBL             PIC X(05).
003610     05  W-PN-DATE-CLOTURE       PIC 9(08).
003620     05  W-PN-ENCOURS            PIC S9(11)V99
003630                                 SIGN LEADING SEPARATE.
003640     05  W-PN-PROVISION          PIC S9(11)V99
003650                                 SIGN LEADING SEPARATE.
003660 01  W-LIGNE-ETAB.
003670     05  WLE-COETBL              PIC X(05).
003680     05  FILLER                  PIC X(01).
003690     05  WLE-ENCOURS             PIC -(10)9,99.
003700     05  WLE-PROV-SITUATION      PIC -(09)9,99 OCCURS 5 TIMES.
003710     05  WLE-PROVISION           PIC -(10)9,99.
003720     05  WLE-PRECEDENTE          PIC -(10)9,99.
003730     05  WLE-MOUVEMENT           PIC -(10)9,99.
003740 01  W-NB-EDIT                   PIC Z(04)9.
003750 01  W-AGE-EDIT                  PIC Z(03)9.
003760 01  W-TAUX-EDIT                 PIC ZZ9,99.
003770 01  W-MT-EDIT                   PIC -(11)9,99.
003780 01  W-LIBELLE-ECRITURE          PIC X(30).
003790 01  W-LIGNE-TRAVAIL             PIC X(132).
003800 PROCEDURE DIVISION.
003810 0000-MAINLINE.
003820     PERFORM 1000-INITIALISE THRU 1000-EXIT.
003830     IF NOT ARRET-TRAITEMENT
003840        PERFORM 1100-CHARGER-TAUX THRU 1100-EXIT
003850     END-IF.
003860     IF NOT ARRET-TRAITEMENT
003870        PERFORM 1200-CHARGER-PRECEDENTE THRU 1200-EXIT
003880     END-IF.
003890     IF NOT ARRET-TRAITEMENT
003900        PERFORM 1300-CHARGER-COMPTES THRU 1300-EXIT
003910     END-IF.
003920     IF NOT ARRET-TRAITEMENT
003930        PERFORM 1400-CHARGER-LITIGES THRU 1400-EXIT
003940        PERFORM 1500-CHARGER-AGENCE THRU 1500-EXIT
003950        PERFORM 1600-CHARGER-MANDATS THRU 1600-EXIT
003960        PERFORM 1700-CHARGER-RADIES THRU 1700-EXIT
003970        PERFORM 2000-OUVRIR-POSTES THRU 2000-EXIT
003980     END-IF.
003990     PERFORM 3000-PROVISIONNER-POSTE THRU 3000-EXIT
004000        UNTIL FIN-OUV.
004010     IF NOT ARRET-TRAITEMENT
004020        PERFORM 6000-EMETTRE-MOUVEMENTS THRU 6000-EXIT
004030        PERFORM 7000-EDITER-TABLEAU THRU 7000-EXIT
004040     END-IF.
004050     PERFORM 8000-TERMINE THRU 8000-EXIT.
004060     GOBACK.
004070*****************************************************************
004080*    1000-INITIALISE - DATE DE CLOTURE. PARAMETRE ABSENT OU DATE
004090*    INVALIDE : AUCUN CALCUL (CODE 8).
004100*****************************************************************
004110 1000-INITIALISE.
004120     OPEN OUTPUT PC-RPRT.
004130     OPEN INPUT PC-PARM.
004140     IF NOT PC-PARM-OK
004150        DISPLAY 'HZPC0001 - PC-PARM INDISPONIBLE - STATUT '
004160            W-PC-PARM-STATUS
004170        MOVE 'O' TO W-ARRET-SW
004180        GO TO 1000-EXIT
004190     END-IF.
004200     READ PC-PARM
004210        AT END
004220           DISPLAY 'HZPC0001 - PC-PARM VIDE'
004230           MOVE 'O' TO W-ARRET-SW
004240        NOT AT END
004250           IF PA-DATE-CLOTURE NUMERIC
004260              MOVE PA-DATE-CLOTURE TO W-DATE-CLOTURE
004270           END-IF
004280     END-READ.
004290     CLOSE PC-PARM.
004300     IF ARRET-TRAITEMENT
004310        GO TO 1000-EXIT
004320     END-IF.
004330     IF W-DATE-CLOTURE < 19000101
004340        DISPLAY 'HZPC0001 - DATE DE CLOTURE ABSENTE OU INVALIDE'
004350        MOVE 'O' TO W-ARRET-SW
004360        GO TO 1000-EXIT
004370     END-IF.
004380     COMPUTE W-QUANTIEME-CLOTURE =
004390        FUNCTION INTEGER-OF-DATE (W-DATE-CLOTURE).
004400 1000-EXIT.
004410     EXIT.
004420*****************************************************************
004430*    1100-CHARGER-TAUX - TABLE DES TAUX. SANS TAUX, AUCUNE
004440*    PROVISION NE PEUT ETRE CALCULEE (CODE 8).
004450*****************************************************************
004460 1100-CHARGER-TAUX.
004470     OPEN INPUT PC-TAUX.
004480     IF NOT PC-TAUX-OK
004490        DISPLAY 'HZPC0001 - PC-TAUX INDISPONIBLE - STATUT '
004500            W-PC-TAUX-STATUS
004510        MOVE 'O' TO W-ARRET-SW
004520        GO TO 1100-EXIT
004530     END-IF.
004540     MOVE 'N' TO W-FIN-LECTURE.
004550     PERFORM 1110-LIRE-TAUX THRU 1110-EXIT
004560        UNTIL FIN-LECTURE.
004570     CLOSE PC-TAUX.
004580     IF W-NB-TAUX = ZERO
004590        DISPLAY 'HZPC0001 - PC-TAUX SANS TAUX VALIDE'
004600        MOVE 'O' TO W-ARRET-SW
004610     END-IF.
004620 1100-EXIT.
004630     EXIT.
004640 1110-LIRE-TAUX.
004650     READ PC-TAUX
004660        AT END
004670           MOVE 'O' TO W-FIN-LECTURE
004680           GO TO 1110-EXIT
004690     END-READ.
004700     IF TX-SITUATION NOT = 'O' AND NOT = 'L' AND NOT = 'A'
004710        AND NOT = 'M' AND NOT = 'R'
004720        OR TX-AGE-MINIMUM NOT NUMERIC
004730        OR TX-TAUX NOT NUMERIC
004740        OR TX-TAUX > 100
004750        DISPLAY 'HZPC0001 - TAUX INVALIDE IGNORE : ' PC-TAUX-LIGNE
004760        IF RETURN-CODE < 4
004770           MOVE 4 TO RETURN-CODE
004780        END-IF
004790        GO TO 1110-EXIT
004800     END-IF.
004810     IF W-NB-TAUX NOT < 50
004820        DISPLAY 'HZPC0001 - TABLE DES TAUX PLEINE (50) - ENTREE '
004830            'IGNOREE : ' PC-TAUX-LIGNE
004840        MOVE 'O' TO W-ARRET-SW
004850        GO TO 1110-EXIT
004860     END-IF.
004870     ADD 1 TO W-NB-TAUX.
004880     MOVE TX-SITUATION TO W-TX-SITUATION (W-NB-TAUX).
004890     MOVE TX-AGE-MINIMUM TO W-TX-AGE-MINIMUM (W-NB-TAUX).
004900     MOVE TX-TAUX TO W-TX-TAUX (W-NB-TAUX).
004910 1110-EXIT.
004920     EXIT.
004930*****************************************************************
004940*    1200-CHARGER-PRECEDENTE - PROVISION DU MOIS PRECEDENT PAR
004950*    ETABLISSEMENT. FICHIER ABSENT : PREMIERE PROVISION, SIGNALE.
004960*    UN PROV-PREC DATE DE LA CLOTURE OU APRES EST REFUSE (MOIS
004970*    DEJA PROVISIONNE, CODE 8) POUR NE PAS PASSER DEUX FOIS LA
004980*    VARIATION.
004990*****************************************************************
005000 1200-CHARGER-PRECEDENTE.
005010     OPEN INPUT PROV-PREC.
005020     IF NOT PROV-PREC-OK
005030        DISPLAY 'HZPC0001 - PROV-PREC INDISPONIBLE, PREMIERE '
005040            'PROVISION - STATUT ' W-PROV-PREC-STATUS
005050        GO TO 1200-EXIT
005060     END-IF.
005070     MOVE 'N' TO W-FIN-LECTURE.
005080     PERFORM 1210-LIRE-PRECEDENTE THRU 1210-EXIT
005090        UNTIL FIN-LECTURE.
005100     CLOSE PROV-PREC.
005110     IF W-DATE-PRECEDENTE NOT < W-DATE-CLOTURE
005120        DISPLAY 'HZPC0001 - PROV-PREC DU ' W-DATE-PRECEDENTE
005130            ' NON ANTERIEUR A LA CLOTURE DU ' W-DATE-CLOTURE
005140            ' - MOIS DEJA PROVISIONNE'
005150        MOVE 'O' TO W-ARRET-SW
005160     END-IF.
005170 1200-EXIT.
005180     EXIT.
005190 1210-LIRE-PRECEDENTE.
005200     READ PROV-PREC
005210        AT END
005220           MOVE 'O' TO W-FIN-LECTURE
005230           GO TO 1210-EXIT
005240     END-READ.
005250     IF PX-DATE-CLOTURE > W-DATE-PRECEDENTE
005260        MOVE PX-DATE-CLOTURE TO W-DATE-PRECEDENTE
005270     END-IF.
005280     MOVE PX-COETBL TO W-COETBL-COURANT.
005290     PERFORM 5300-CHERCHER-ETAB THRU 5300-EXIT.
005300     IF ETAB-TROUVE
005310        ADD PX-PROVISION TO W-ET-PRECEDENTE (W-IDX-ET)
005320     END-IF.
005330     ADD PX-PROVISION TO W-TOT-PRECEDENTE.
005340 1210-EXIT.
005350     EXIT.
005360*****************************************************************
005370*    1300-CHARGER-COMPTES - ENTREES 'DOUT' ET 'DOUTR' DU PLAN.
005380*    SANS ENTREE 'DOUT', AUCUNE EMISSION POSSIBLE (CODE 8).
005390*****************************************************************
005400 1300-CHARGER-COMPTES.
005410     OPEN INPUT CPT-MAP.
005420     IF NOT CPT-MAP-OK
005430        DISPLAY 'HZPC0001 - CPT-MAP INDISPONIBLE - STATUT '
005440            W-CPT-MAP-STATUS
005450        MOVE 'O' TO W-ARRET-SW
005460        GO TO 1300-EXIT
005470     END-IF.
005480     MOVE 'N' TO W-FIN-LECTURE.
005490     PERFORM 1310-LIRE-COMPTE THRU 1310-EXIT
005500        UNTIL FIN-LECTURE.
005510     CLOSE CPT-MAP.
005520     IF W-COMPTE-DOTATION = SPACES
005530        OR W-COMPTE-PROVISION = SPACES
005540        DISPLAY 'HZPC0001 - ENTREE DOUT ABSENTE DE CPT-MAP - '
005550            'AUCUNE EMISSION'
005560        MOVE 'O' TO W-ARRET-SW
005570        GO TO 1300-EXIT
005580     END-IF.
005590     IF W-COMPTE-REPRISE = SPACES
005600        MOVE W-COMPTE-DOTATION TO W-COMPTE-REPRISE
005610     END-IF.
005620 1300-EXIT.
005630     EXIT.
005640 1310-LIRE-COMPTE.
005650     READ CPT-MAP
005660        AT END
005670           MOVE 'O' TO W-FIN-LECTURE
005680           GO TO 1310-EXIT
005690     END-READ.
005700     IF CM-COANAL = 'DOUT'
005710        MOVE CM-COMPTE-DEBIT TO W-COMPTE-DOTATION
005720        MOVE CM-COMPTE-CREDIT TO W-COMPTE-PROVISION
005730     END-IF.
005740     IF CM-COANAL = 'DOUTR'
005750        MOVE CM-COMPTE-CREDIT TO W-COMPTE-REPRISE
005760     END-IF.
005770 1310-EXIT.
005780     EXIT.
005790*****************************************************************
005800*    1400-CHARGER-LITIGES - FACTURES DU REGISTRE LIT-REG. FICHIER
005810*    ABSENT : AUCUN LITIGE CONNU, SIGNALE.
005820*****************************************************************
005830 1400-CHARGER-LITIGES.
005840     OPEN INPUT LIT-REG.
005850     IF NOT LIT-REG-OK
005860        DISPLAY 'HZPC0001 - LIT-REG INDISPONIBLE, AUCUN LITIGE '
005870            'CONNU - STATUT ' W-LIT-REG-STATUS
005880        IF RETURN-CODE < 4
005890           MOVE 4 TO RETURN-CODE
005900        END-IF
005910        GO TO 1400-EXIT
005920     END-IF.
005930     MOVE 'N' TO W-FIN-LECTURE.
005940     PERFORM 1410-LIRE-LITIGE THRU 1410-EXIT
005950        UNTIL FIN-LECTURE.
005960     CLOSE LIT-REG.
005970 1400-EXIT.
005980     EXIT.
005990 1410-LIRE-LITIGE.
006000     READ LIT-REG
006010        AT END
006020           MOVE 'O' TO W-FIN-LECTURE
006030           GO TO 1410-EXIT
006040     END-READ.
006050     IF W-NB-LITIGES < 1000
006060        ADD 1 TO W-NB-LITIGES
006070        MOVE LR-NUMERO-FACTURE TO W-LI-FACTURE (W-NB-LITIGES)
006080     ELSE
006090        DISPLAY 'HZPC0001 - TABLE DES LITIGES PLEINE (1000) - '
006100            'ENTREE IGNOREE : ' LR-NUMERO-FACTURE
006110        MOVE 8 TO RETURN-CODE
006120     END-IF.
006130 1410-EXIT.
006140     EXIT.
006150*****************************************************************
006160*    1500-CHARGER-AGENCE - FACTURES CONFIEES A L'AGENCE ET NON
006170*    ENTIEREMENT RECOUVREES. FICHIER ABSENT : AUCUN POSTE CONFIE.
006180*****************************************************************
006190 1500-CHARGER-AGENCE.
006200     OPEN INPUT AG-REG.
006210     IF NOT AG-REG-OK
006220        DISPLAY 'HZPC0001 - AG-REG INDISPONIBLE, AUCUN POSTE '
006230            'CONFIE - STATUT ' W-AG-REG-STATUS
006240        IF RETURN-CODE < 4
006250           MOVE 4 TO RETURN-CODE
006260        END-IF
006270        GO TO 1500-EXIT
006280     END-IF.
006290     MOVE 'N' TO W-FIN-LECTURE.
006300     PERFORM 1510-LIRE-CONFIE THRU 1510-EXIT
006310        UNTIL FIN-LECTURE.
006320     CLOSE AG-REG.
006330 1500-EXIT.
006340     EXIT.
006350 1510-LIRE-CONFIE.
006360     READ AG-REG
006370        AT END
006380           MOVE 'O' TO W-FIN-LECTURE
006390           GO TO 1510-EXIT
006400     END-READ.
006410     IF CR-MONTANT-RECOUVRE NOT < CR-MONTANT-CONFIE
006420        GO TO 1510-EXIT
006430     END-IF.
006440     IF W-NB-CONFIES < 1000
006450        ADD 1 TO W-NB-CONFIES
006460        MOVE CR-NUMERO-FACTURE TO W-CF-FACTURE (W-NB-CONFIES)
006470     ELSE
006480        DISPLAY 'HZPC0001 - TABLE DES POSTES CONFIES PLEINE '
006490            '(1000) - ENTREE IGNOREE : ' CR-NUMERO-FACTURE
006500        MOVE 8 TO RETURN-CODE
006510     END-IF.
006520 1510-EXIT.
006530     EXIT.
006540*****************************************************************
006550*    1600-CHARGER-MANDATS - ADHERENTS DONT LE MANDAT EST REVOQUE.
006560*****************************************************************
006570 1600-CHARGER-MANDATS.
006580     OPEN INPUT MANDATS.
006590     IF NOT MANDATS-OK
006600        DISPLAY 'HZPC0001 - MANDATS INDISPONIBLE, AUCUN MANDAT '
006610            'REVOQUE CONNU - STATUT ' W-MANDATS-STATUS
006620        IF RETURN-CODE < 4
006630           MOVE 4 TO RETURN-CODE
006640        END-IF
006650        GO TO 1600-EXIT
006660     END-IF.
006670     MOVE 'N' TO W-FIN-LECTURE.
006680     PERFORM 1610-LIRE-MANDAT THRU 1610-EXIT
006690        UNTIL FIN-LECTURE.
006700     CLOSE MANDATS.
006710 1600-EXIT.
006720     EXIT.
006730 1610-LIRE-MANDAT.
006740     READ MANDATS
006750        AT END
006760           MOVE 'O' TO W-FIN-LECTURE
006770           GO TO 1610-EXIT
006780     END-READ.
006790     IF NOT MD-STATUT-REVOQUE
006800        GO TO 1610-EXIT
006810     END-IF.
006820     IF W-NB-REVOQUES < 2000
006830        ADD 1 TO W-NB-REVOQUES
006840        MOVE MD-COADHF TO W-RV-COADHF (W-NB-REVOQUES)
006850     ELSE
006860        DISPLAY 'HZPC0001 - TABLE DES MANDATS REVOQUES PLEINE '
006870            '(2000) - ENTREE IGNOREE : ' MD-COADHF
006880        MOVE 8 TO RETURN-CODE
006890     END-IF.
006900 1610-EXIT.
006910     EXIT.
006920*****************************************************************
006930*    1700-CHARGER-RADIES - ADHERENTS RADIES DU REFERENTIEL.
006940*****************************************************************
006950 1700-CHARGER-RADIES.
006960     OPEN INPUT ADH-REF.
006970     IF NOT ADH-REF-OK
006980        DISPLAY 'HZPC0001 - ADH-REF INDISPONIBLE, AUCUN ADHERENT '
006990            'RADIE CONNU - STATUT ' W-ADH-REF-STATUS
007000        IF RETURN-CODE < 4
007010           MOVE 4 TO RETURN-CODE
007020        END-IF
007030        GO TO 1700-EXIT
007040     END-IF.
007050     MOVE 'N' TO W-FIN-LECTURE.
007060     PERFORM 1710-LIRE-REF THRU 1710-EXIT
007070        UNTIL FIN-LECTURE.
007080     CLOSE ADH-REF.
007090 1700-EXIT.
007100     EXIT.
007110 1710-LIRE-REF.
007120     READ ADH-REF
007130        AT END
007140           MOVE 'O' TO W-FIN-LECTURE
007150           GO TO 1710-EXIT
007160     END-READ.
007170     IF NOT AF-STATUT-RADIE
007180        GO TO 1710-EXIT
007190     END-IF.
007200     IF W-NB-RADIES < 2000
007210        ADD 1 TO W-NB-RADIES
007220        MOVE AF-COADHF TO W-RD-COADHF (W-NB-RADIES)
007230     ELSE
007240        DISPLAY 'HZPC0001 - TABLE DES ADHERENTS RADIES PLEINE '
007250            '(2000) - ENTREE IGNOREE : ' AF-COADHF
007260        MOVE 8 TO RETURN-CODE
007270     END-IF.
007280 1710-EXIT.
007290     EXIT.
007300 2000-OUVRIR-POSTES.
007310     OPEN INPUT OUV-ITEMS.
007320     IF NOT OUV-ITEMS-OK
007330        DISPLAY 'HZPC0001 - OUV-ITEMS INDISPONIBLE - STATUT '
007340            W-OUV-ITEMS-STATUS
007350        MOVE 'O' TO W-ARRET-SW
007360     END-IF.
007370 2000-EXIT.
007380     EXIT.
007390*****************************************************************
007400*    3000-PROVISIONNER-POSTE - UN POSTE NON SOLDE, NON PASSE EN
007410*    PERTE ET EMIS AU PLUS TARD A LA CLOTURE : AGE, SITUATIONS
007420*    APPLICABLES, TAUX LE PLUS FORT ET PROVISION DU POSTE.
007430*****************************************************************
007440 3000-PROVISIONNER-POSTE.
007450     IF ARRET-TRAITEMENT
007460        MOVE 'O' TO W-FIN-OUV
007470        GO TO 3000-EXIT
007480     END-IF.
007490     READ OUV-ITEMS
007500        AT END
007510           MOVE 'O' TO W-FIN-OUV
007520           CLOSE OUV-ITEMS
007530           GO TO 3000-EXIT
007540     END-READ.
007550     ADD 1 TO W-NB-POSTES-LUS.
007560     IF OV-STATUT = 'S' OR OV-STATUT = 'I'
007570        OR OV-DATE-FACTURE > W-DATE-CLOTURE
007580        OR OV-DATE-FACTURE NOT NUMERIC
007590        OR OV-DATE-FACTURE < 19000101
007600        GO TO 3000-EXIT
007610     END-IF.
007620     COMPUTE W-RESTE-DU = OV-MONTANT-TTC - OV-MONTANT-REGLE.
007630     IF W-RESTE-DU NOT > ZERO
007640        GO TO 3000-EXIT
007650     END-IF.
007660     COMPUTE W-QUANTIEME-FACTURE =
007670        FUNCTION INTEGER-OF-DATE (OV-DATE-FACTURE).
007680     COMPUTE W-AGE-JOURS =
007690        W-QUANTIEME-CLOTURE - W-QUANTIEME-FACTURE.
007700     PERFORM 3100-DETERMINER-SITUATIONS THRU 3100-EXIT.
007710     MOVE ZERO TO W-TAUX-RETENU.
007720     MOVE 1 TO W-SITUATION-RETENUE.
007730     PERFORM 3200-TAUX-SITUATION THRU 3200-EXIT
007740        VARYING W-IDX-SI FROM 1 BY 1
007750        UNTIL W-IDX-SI > 5.
007760     COMPUTE W-PROVISION-POSTE ROUNDED =
007770        W-RESTE-DU * W-TAUX-RETENU / 100.
007780     MOVE OV-COETBL TO W-COETBL-COURANT.
007790     PERFORM 5300-CHERCHER-ETAB THRU 5300-EXIT.
007800     IF ETAB-TROUVE
007810        ADD W-RESTE-DU TO W-ET-ENCOURS (W-IDX-ET)
007820        ADD W-PROVISION-POSTE
007830           TO W-ET-PROV-SITUATION (W-IDX-ET, W-SITUATION-RETENUE)
007840        ADD W-PROVISION-POSTE TO W-ET-PROVISION (W-IDX-ET)
007850     END-IF.
007860     ADD W-RESTE-DU TO W-TOT-ENCOURS.
007870     ADD W-PROVISION-POSTE
007880        TO W-TOT-PROV-SITUATION (W-SITUATION-RETENUE).
007890     ADD W-PROVISION-POSTE TO W-TOT-PROVISION.
007900     IF W-PROVISION-POSTE > ZERO
007910        ADD 1 TO W-NB-PROVISIONNES
007920     END-IF.
007930 3000-EXIT.
007940     EXIT.
007950*****************************************************************
007960*    3100-DETERMINER-SITUATIONS - LA SITUATION ORDINAIRE VAUT
007970*    POUR TOUT POSTE ; LES AUTRES SELON LES REGISTRES.
007980*****************************************************************
007990 3100-DETERMINER-SITUATIONS.
008000     MOVE 'ONNNN' TO W-SITUATION-SW.
008010     IF W-NB-LITIGES > ZERO
008020        SET W-IDX-LI TO 1
008030        SEARCH W-LI-FACTURE
008040           AT END
008050              CONTINUE
008060           WHEN W-IDX-LI > W-NB-LITIGES
008070              CONTINUE
008080           WHEN W-LI-FACTURE (W-IDX-LI) = OV-NUMERO-FACTURE
008090              MOVE 'O' TO W-SITUATION-APPLICABLE (2)
008100        END-SEARCH
008110     END-IF.
008120     IF W-NB-CONFIES > ZERO
008130        SET W-IDX-CF TO 1
008140        SEARCH W-CF-FACTURE
008150           AT END
008160              CONTINUE
008170           WHEN W-IDX-CF > W-NB-CONFIES
008180              CONTINUE
008190           WHEN W-CF-FACTURE (W-IDX-CF) = OV-NUMERO-FACTURE
008200              MOVE 'O' TO W-SITUATION-APPLICABLE (3)
008210        END-SEARCH
008220     END-IF.
008230     IF W-NB-REVOQUES > ZERO
008240        SET W-IDX-RV TO 1
008250        SEARCH W-RV-COADHF
008260           AT END
008270              CONTINUE
008280           WHEN W-IDX-RV > W-NB-REVOQUES
008290              CONTINUE
008300           WHEN W-RV-COADHF (W-IDX-RV) = OV-COADHF
008310              MOVE 'O' TO W-SITUATION-APPLICABLE (4)
008320        END-SEARCH
008330     END-IF.
008340     IF W-NB-RADIES > ZERO
008350        SET W-IDX-RD TO 1
008360        SEARCH W-RD-COADHF
008370           AT END
008380              CONTINUE
008390           WHEN W-IDX-RD > W-NB-RADIES
008400              CONTINUE
008410           WHEN W-RD-COADHF (W-IDX-RD) = OV-COADHF
008420              MOVE 'O' TO W-SITUATION-APPLICABLE (5)
008430        END-SEARCH
008440     END-IF.
008450 3100-EXIT.
008460     EXIT.
008470*****************************************************************
008480*    3200-TAUX-SITUATION - POUR UNE SITUATION APPLICABLE, TAUX DE
008490*    LA TRANCHE D'AGE MINIMUM LA PLUS ELEVEE ATTEINTE PAR LE
008500*    POSTE ; LE TAUX LE PLUS FORT DES SITUATIONS EST RETENU (A
008510*    EGALITE, LA SITUATION LA PLUS GRAVE, DERNIERE DE LA TABLE).
008520*****************************************************************
008530 3200-TAUX-SITUATION.
008540     IF W-SITUATION-APPLICABLE (W-IDX-SI) NOT = 'O'
008550        GO TO 3200-EXIT
008560     END-IF.
008570     MOVE ZERO TO W-TAUX-SITUATION.
008580     MOVE -1 TO W-AGE-TRANCHE.
008590     PERFORM 3210-COMPARER-TRANCHE THRU 3210-EXIT
008600        VARYING W-IDX-TX FROM 1 BY 1
008610        UNTIL W-IDX-TX > W-NB-TAUX.
008620     IF W-AGE-TRANCHE < ZERO
008630        GO TO 3200-EXIT
008640     END-IF.
008650     IF W-TAUX-SITUATION NOT < W-TAUX-RETENU
008660        MOVE W-TAUX-SITUATION TO W-TAUX-RETENU
008670        MOVE W-IDX-SI TO W-SITUATION-RETENUE
008680     END-IF.
008690 3200-EXIT.
008700     EXIT.
008710 3210-COMPARER-TRANCHE.
008720     IF W-TX-SITUATION (W-IDX-TX) = W-SI-CODE (W-IDX-SI)
008730        AND W-TX-AGE-MINIMUM (W-IDX-TX) NOT > W-AGE-JOURS
008740        AND W-TX-AGE-MINIMUM (W-IDX-TX) > W-AGE-TRANCHE
008750        MOVE W-TX-AGE-MINIMUM (W-IDX-TX) TO W-AGE-TRANCHE
008760        MOVE W-TX-TAUX (W-IDX-TX) TO W-TAUX-SITUATION
008770     END-IF.
008780 3210-EXIT.
008790     EXIT.
008800*****************************************************************
008810*    5300-CHERCHER-ETAB - ENTREE DE L'ETABLISSEMENT COURANT,
008820*    CREEE AU BESOIN (TABLE PLEINE : SIGNALE, CODE 8, LA
008830*    PROVISION DE L'ETABLISSEMENT N'EST PAS EMISE).
008840*****************************************************************
008850 5300-CHERCHER-ETAB.
008860     MOVE 'N' TO W-ETAB-TROUVE-SW.
008870     IF W-NB-ETAB > ZERO
008880        SET W-IDX-ET TO 1
008890        SEARCH W-ET-ENTREE
008900           AT END
008910              CONTINUE
008920           WHEN W-IDX-ET > W-NB-ETAB
008930              CONTINUE
008940           WHEN W-ET-COETBL (W-IDX-ET) = W-COETBL-COURANT
008950              MOVE 'O' TO W-ETAB-TROUVE-SW
008960        END-SEARCH
008970     END-IF.
008980     IF ETAB-TROUVE
008990        GO TO 5300-EXIT
009000     END-IF.
009010     IF W-NB-ETAB NOT < 50
009020        DISPLAY 'HZPC0001 - TABLE DES ETABLISSEMENTS PLEINE (50) '
009030            '- ' W-COETBL-COURANT ' NON PROVISIONNE'
009040        MOVE 8 TO RETURN-CODE
009050        GO TO 5300-EXIT
009060     END-IF.
009070     ADD 1 TO W-NB-ETAB.
009080     SET W-IDX-ET TO W-NB-ETAB.
009090     INITIALIZE W-ET-ENTREE (W-IDX-ET).
009100     MOVE W-COETBL-COURANT TO W-ET-COETBL (W-IDX-ET).
009110     MOVE 'O' TO W-ETAB-TROUVE-SW.
009120 5300-EXIT.
009130     EXIT.
009140*****************************************************************
009150*    6000-EMETTRE-MOUVEMENTS - PAR ETABLISSEMENT, NOUVELLE
009160*    PROVISION SUR PROV-NV ET VARIATION SUR GL-POST A LA DATE DE
009170*    CLOTURE : HAUSSE EN DOTATION, BAISSE EN REPRISE.
009180*****************************************************************
009190 6000-EMETTRE-MOUVEMENTS.
009200     OPEN OUTPUT PROV-NV GL-POST.
009210     IF W-NB-ETAB > ZERO
009220        PERFORM 6100-EMETTRE-ETAB THRU 6100-EXIT
009230           VARYING W-IDX-ET FROM 1 BY 1
009240           UNTIL W-IDX-ET > W-NB-ETAB
009250     END-IF.
009260     CLOSE PROV-NV GL-POST.
009270 6000-EXIT.
009280     EXIT.
009290 6100-EMETTRE-ETAB.
009300     MOVE W-ET-COETBL (W-IDX-ET) TO W-PN-COETBL.
009310     MOVE W-DATE-CLOTURE TO W-PN-DATE-CLOTURE.
009320     MOVE W-ET-ENCOURS (W-IDX-ET) TO W-PN-ENCOURS.
009330     MOVE W-ET-PROVISION (W-IDX-ET) TO W-PN-PROVISION.
009340     MOVE W-PROV-NV TO PROV-NV-LIGNE.
009350     WRITE PROV-NV-LIGNE.
009360     COMPUTE W-MOUVEMENT =
009370        W-ET-PROVISION (W-IDX-ET) - W-ET-PRECEDENTE (W-IDX-ET).
009380     IF W-MOUVEMENT = ZERO
009390        GO TO 6100-EXIT
009400     END-IF.
009410     MOVE W-DATE-CLOTURE TO GP-DATE.
009420     IF W-MOUVEMENT > ZERO
009430        MOVE SPACES TO W-LIBELLE-ECRITURE
009440        STRING 'DOTATION PROV. DOUTEUX ' DELIMITED BY SIZE
009450            W-ET-COETBL (W-IDX-ET) DELIMITED BY SIZE
009460            INTO W-LIBELLE-ECRITURE
009470        END-STRING
009480        MOVE W-LIBELLE-ECRITURE TO GP-LIBELLE
009490        MOVE W-MOUVEMENT TO GP-MONTANT
009500        MOVE W-COMPTE-DOTATION TO GP-COMPTE
009510        MOVE 'D' TO GP-SENS
009520        WRITE GL-POST-LIGNE
009530        MOVE W-COMPTE-PROVISION TO GP-COMPTE
009540        MOVE 'C' TO GP-SENS
009550        WRITE GL-POST-LIGNE
009560        ADD W-MOUVEMENT TO W-TOT-DOTATION
009570     ELSE
009580        MOVE SPACES TO W-LIBELLE-ECRITURE
009590        STRING 'REPRISE PROV. DOUTEUX ' DELIMITED BY SIZE
009600            W-ET-COETBL (W-IDX-ET) DELIMITED BY SIZE
009610            INTO W-LIBELLE-ECRITURE
009620        END-STRING
009630        MOVE W-LIBELLE-ECRITURE TO GP-LIBELLE
009640        COMPUTE GP-MONTANT = ZERO - W-MOUVEMENT
009650        MOVE W-COMPTE-PROVISION TO GP-COMPTE
009660        MOVE 'D' TO GP-SENS
009670        WRITE GL-POST-LIGNE
009680        MOVE W-COMPTE-REPRISE TO GP-COMPTE
009690        MOVE 'C' TO GP-SENS
009700        WRITE GL-POST-LIGNE
009710        SUBTRACT W-MOUVEMENT FROM W-TOT-REPRISE
009720     END-IF.
009730     ADD 2 TO W-NB-ECRITURES.
009740 6100-EXIT.
009750     EXIT.
009760*****************************************************************
009770*    7000-EDITER-TABLEAU - TAUX APPLIQUES, PUIS TABLEAU DES
009780*    PROVISIONS PAR ETABLISSEMENT ET TOTAL GENERAL.
009790*****************************************************************
009800 7000-EDITER-TABLEAU.
009810     MOVE SPACES TO W-LIGNE-TRAVAIL.
009820     STRING 'HZPC0001 - PROVISION POUR CREANCES DOUTEUSES AU '
009830         DELIMITED BY SIZE
009840         W-DATE-CLOTURE DELIMITED BY SIZE
009850         ' - MOIS PRECEDENT : ' DELIMITED BY SIZE
009860         W-DATE-PRECEDENTE DELIMITED BY SIZE
009870         INTO W-LIGNE-TRAVAIL
009880     END-STRING.
009890     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009900     MOVE SPACES TO W-LIGNE-TRAVAIL.
009910     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009920     MOVE 'TAUX APPLIQUES (SITUATION, AGE MINIMUM, TAUX %)'
009930        TO W-LIGNE-TRAVAIL.
009940     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009950     PERFORM 7100-EDITER-TAUX THRU 7100-EXIT
009960        VARYING W-IDX-TX FROM 1 BY 1
009970        UNTIL W-IDX-TX > W-NB-TAUX.
009980     MOVE SPACES TO W-LIGNE-TRAVAIL.
009990     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
010000     MOVE 'TABLEAU DES PROVISIONS PAR ETABLISSEMENT'
010010        TO W-LIGNE-TRAVAIL.
010020     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
010030     MOVE 'ETAB.        ENCOURS' TO W-LIGNE-TRAVAIL.
010040     MOVE '    ORDINAIRE    EN LITIGE       AGENCE'
010050        TO W-LIGNE-TRAVAIL (21:).
010060     MOVE '  MANDAT REV.   ADH. RADIE' TO W-LIGNE-TRAVAIL (60:).
010070     MOVE '     PROVISION  MOIS PRECED.     MOUVEMENT'
010080        TO W-LIGNE-TRAVAIL (86:).
010090     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
010100     IF W-NB-ETAB > ZERO
010110        PERFORM 7200-EDITER-ETAB THRU 7200-EXIT
010120           VARYING W-IDX-ET FROM 1 BY 1
010130           UNTIL W-IDX-ET > W-NB-ETAB
010140     END-IF.
010150     MOVE SPACES TO W-LIGNE-ETAB.
010160     MOVE 'TOTAL' TO WLE-COETBL.
010170     MOVE W-TOT-ENCOURS TO WLE-ENCOURS.
010180     PERFORM 7300-EDITER-TOTAL-SITUATION THRU 7300-EXIT
010190        VARYING W-IDX-SI FROM 1 BY 1
010200        UNTIL W-IDX-SI > 5.
010210     MOVE W-TOT-PROVISION TO WLE-PROVISION.
010220     MOVE W-TOT-PRECEDENTE TO WLE-PRECEDENTE.
010230     COMPUTE W-MOUVEMENT = W-TOT-PROVISION - W-TOT-PRECEDENTE.
010240     MOVE W-MOUVEMENT TO WLE-MOUVEMENT.
010250     MOVE W-LIGNE-ETAB TO W-LIGNE-TRAVAIL.
010260     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
010270     MOVE SPACES TO W-LIGNE-TRAVAIL.
010280     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
010290     MOVE W-TOT-DOTATION TO W-MT-EDIT.
010300     MOVE SPACES TO W-LIGNE-TRAVAIL.
010310     STRING 'DOTATIONS PASSEES SUR GL-POST : ' DELIMITED BY SIZE
010320         W-MT-EDIT DELIMITED BY SIZE
010330         INTO W-LIGNE-TRAVAIL
010340     END-STRING.
010350     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
010360     MOVE W-TOT-REPRISE TO W-MT-EDIT.
010370     MOVE SPACES TO W-LIGNE-TRAVAIL.
010380     STRING 'REPRISES PASSEES SUR GL-POST  : ' DELIMITED BY SIZE
010390         W-MT-EDIT DELIMITED BY SIZE
010400         INTO W-LIGNE-TRAVAIL
010410     END-STRING.
010420     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
010430 7000-EXIT.
010440     EXIT.
010450 7100-EDITER-TAUX.
010460     MOVE W-TX-AGE-MINIMUM (W-IDX-TX) TO W-AGE-EDIT.
010470     MOVE W-TX-TAUX (W-IDX-TX) TO W-TAUX-EDIT.
010480     MOVE SPACES TO W-LIGNE-TRAVAIL.
010490     STRING '   ' DELIMITED BY SIZE
010500         W-TX-SITUATION (W-IDX-TX) DELIMITED BY SIZE
010510         '  A PARTIR DE ' DELIMITED BY SIZE
010520         W-AGE-EDIT DELIMITED BY SIZE
010530         ' JOURS : ' DELIMITED BY SIZE
010540         W-TAUX-EDIT DELIMITED BY SIZE
010550         ' %' DELIMITED BY SIZE
010560         INTO W-LIGNE-TRAVAIL
010570     END-STRING.
010580     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
010590 7100-EXIT.
010600     EXIT.
010610 7200-EDITER-ETAB.
010620     MOVE SPACES TO W-LIGNE-ETAB.
010630     MOVE W-ET-COETBL (W-IDX-ET) TO WLE-COETBL.
010640     MOVE W-ET-ENCOURS (W-IDX-ET) TO WLE-ENCOURS.
010650     PERFORM 7210-EDITER-SITUATION THRU 7210-EXIT
010660        VARYING W-IDX-SI FROM 1 BY 1
010670        UNTIL W-IDX-SI > 5.
010680     MOVE W-ET-PROVISION (W-IDX-ET) TO WLE-PROVISION.
010690     MOVE W-ET-PRECEDENTE (W-IDX-ET) TO WLE-PRECEDENTE.
010700     COMPUTE W-MOUVEMENT =
010710        W-ET-PROVISION (W-IDX-ET) - W-ET-PRECEDENTE (W-IDX-ET).
010720     MOVE W-MOUVEMENT TO WLE-MOUVEMENT.
010730     MOVE W-LIGNE-ETAB TO W-LIGNE-TRAVAIL.
010740     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
010750 7200-EXIT.
010760     EXIT.
010770 7210-EDITER-SITUATION.
010780     MOVE W-ET-PROV-SITUATION (W-IDX-ET, W-IDX-SI)
010790        TO WLE-PROV-SITUATION (W-IDX-SI).
010800 7210-EXIT.
010810     EXIT.
010820 7300-EDITER-TOTAL-SITUATION.
010830     MOVE W-TOT-PROV-SITUATION (W-IDX-SI)
010840        TO WLE-PROV-SITUATION (W-IDX-SI).
010850 7300-EXIT.
010860     EXIT.
010870 7900-ECRIRE-LIGNE.
010880     MOVE W-LIGNE-TRAVAIL TO PC-RPRT-LIGNE.
010890     WRITE PC-RPRT-LIGNE.
010900 7900-EXIT.
010910     EXIT.
010920*****************************************************************
010930*    8000-TERMINE - COMPTES RENDUS ET CODE RETOUR (8 SI LE CALCUL
010940*    N'A PU ETRE FAIT : AUCUNE ECRITURE NI PROV-NV EMIS).
010950*****************************************************************
010960 8000-TERMINE.
010970     IF ARRET-TRAITEMENT
010980        MOVE 'HZPC0001 - PARAMETRE, TAUX OU PLAN COMPTABLE '
010990           TO PC-RPRT-LIGNE
011000        MOVE 'ABSENT OU INVALIDE - AUCUNE PROVISION EMISE'
011010           TO PC-RPRT-LIGNE (46:)
011020        WRITE PC-RPRT-LIGNE
011030        MOVE 8 TO RETURN-CODE
011040     END-IF.
011050     CLOSE PC-RPRT.
011060     MOVE W-NB-POSTES-LUS TO W-NB-EDIT.
011070     DISPLAY 'HZPC0001 - POSTES OUVERTS LUS     : ' W-NB-EDIT.
011080     MOVE W-NB-PROVISIONNES TO W-NB-EDIT.
011090     DISPLAY 'HZPC0001 - POSTES PROVISIONNES    : ' W-NB-EDIT.
011100     MOVE W-NB-ECRITURES TO W-NB-EDIT.
011110     DISPLAY 'HZPC0001 - ECRITURES GL-POST      : ' W-NB-EDIT.
011120     MOVE W-TOT-PROVISION TO W-MT-EDIT.
011130     DISPLAY 'HZPC0001 - PROVISION A LA CLOTURE : ' W-MT-EDIT.
011140     MOVE W-TOT-PRECEDENTE TO W-MT-EDIT.
011150     DISPLAY 'HZPC0001 - PROVISION PRECEDENTE   : ' W-MT-EDIT.
011160 8000-EXIT.
011170     EXIT.
