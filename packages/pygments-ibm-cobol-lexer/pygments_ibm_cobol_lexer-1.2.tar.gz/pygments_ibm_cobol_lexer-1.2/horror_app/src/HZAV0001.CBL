000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZAV0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. AVIS DE CHANGEMENT DE TARIF : LA LIVRAISON BAREME DU
000080     JOUR EST CONFRONTEE A LA PRECEDENTE (BAREME-PREC, MEME
000090     COPIE QUE POUR HZRT0001). POUR CHAQUE VERSION NOUVELLE QUI
000100     MODIFIE LA COTISATION D'UN COUPLE COTRTO/CETRTF, CHAQUE
000110     ADHERENT NON RADIE DU COUPLE (REFERENTIEL ADH-REF) RECOIT
000120     UN AVIS PERSONNALISE : ANCIEN ET NOUVEAU TARIF (PART FIXE
000130     ET PART PROPORTIONNELLE), DATE D'EFFET ET IMPACT ESTIME
000140     SUR LA COTISATION MENSUELLE (PART FIXE + PART
000150     PROPORTIONNELLE, MEME DERIVATION QUE 6004 DE HORROR). LES
000160     LIBELLES VIENNENT DU CATALOGUE CAT-TEXTE (DOCUMENT
000170     'AVISTARF') DANS LA LANGUE DE L'ADHERENT, LE FRANCAIS
000180     COMPILE SERVANT DE REPLI, TRADUITS PAR CPT-TAB COMME DANS
000190     HZRL0001. LES AVIS SONT ROUTES COMME LES AUTRES DOCUMENTS
000200     ADHERENT : DOC-ELEC POUR LE CANAL ELECTRONIQUE, DOC-RET
000210     POUR UNE ADRESSE NPAI, IMPRESSION AV-PRNT SINON ; TOUS
000220     SONT ARCHIVES SUR DOC-ARCH ET INSCRITS AU REGISTRE DOC-REG
000230     (TYPE 'TA', PERIODE = DATE D'EFFET). LA LIGNE D'IDENTITE
000240     DE L'AVIS A LA DISPOSITION DE CELLE DU RELEVE (TEXTE SUR
000250     30, COADHF EN 32-40, ' - ' EN 41-43) : AV-PRNT PASSE TEL
000260     QUEL DANS LE TRI POSTAL HZPO0001. LE RAPPORT AV-RPRT
000270     DONNE LES VERSIONS EXAMINEES ET LES AVIS PRODUITS.
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
000430     SELECT BAREME ASSIGN TO BAREME
000440         ORGANIZATION SEQUENTIAL
000450         FILE STATUS W-BAREME-STATUS.
000460     SELECT BAREME-PREC ASSIGN TO BAREMEPR
000470         ORGANIZATION SEQUENTIAL
000480         FILE STATUS W-BAREME-PREC-STATUS.
000490     SELECT ADH-REF ASSIGN TO ADHREF
000500         ORGANIZATION SEQUENTIAL
000510         FILE STATUS W-ADH-REF-STATUS.
000520     SELECT CAT-TEXTE ASSIGN TO CATTEXTE
000530         ORGANIZATION SEQUENTIAL
000540         FILE STATUS W-CAT-TEXTE-STATUS.
000550     SELECT CPT-TAB ASSIGN TO CPTTAB
000560         ORGANIZATION SEQUENTIAL
000570         FILE STATUS W-CPT-TAB-STATUS.
000580     SELECT AV-PRNT ASSIGN TO AVPRNT
000590         ORGANIZATION SEQUENTIAL
000600         FILE STATUS W-AV-PRNT-STATUS.
000610     SELECT AV-RPRT ASSIGN TO AVRPRT
000620         ORGANIZATION SEQUENTIAL
000630         FILE STATUS W-AV-RPRT-STATUS.
000640     SELECT DOC-RET ASSIGN TO DOCRET
000650         ORGANIZATION SEQUENTIAL
000660         FILE STATUS W-DOC-RET-STATUS.
000670     SELECT DOC-ELEC ASSIGN TO DOCELEC
000680         ORGANIZATION SEQUENTIAL
000690         FILE STATUS W-DOC-ELEC-STATUS.
000700     SELECT DOC-ARCH ASSIGN TO DOCARCH
000710         ORGANIZATION SEQUENTIAL
000720         FILE STATUS W-DOC-ARCH-STATUS.
000730     SELECT DOC-REG ASSIGN TO DOCREG
000740         ORGANIZATION SEQUENTIAL
000750         FILE STATUS W-DOC-REG-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780*****************************************************************
000790*    BAREME / BAREME-PREC - LIVRAISONS DU JOUR ET PRECEDENTE,
000800*    MEME DESSIN ETENDU QUE DANS HORROR.
000810*****************************************************************
000820 FD  BAREME
000830     LABEL RECORD STANDARD
000840     DATA RECORD BAREME-LIGNE.
000850 01  BAREME-LIGNE.
000860     05  BA-COTRTO               PIC X(05).
000870     05  BA-CETRTF               PIC X(05).
000880     05  BA-DATE-DEBUT           PIC 9(08).
000890     05  BA-DATE-FIN             PIC 9(08).
000900     05  BA-TAUX                 PIC 9(05)V99.
000910     05  BA-FIXE                 PIC 9(05)V99.
000920     05  BA-PLAFOND-ANNUEL       PIC 9(07)V99.
000930     05  BA-PLANCHER             PIC 9(05)V99.
000940 FD  BAREME-PREC
000950     LABEL RECORD STANDARD
000960     DATA RECORD BAREME-PREC-LIGNE.
000970 01  BAREME-PREC-LIGNE.
000980     05  BP-COTRTO               PIC X(05).
000990     05  BP-CETRTF               PIC X(05).
001000     05  BP-DATE-DEBUT           PIC 9(08).
001010     05  BP-DATE-FIN             PIC 9(08).
001020     05  BP-TAUX                 PIC 9(05)V99.
001030     05  BP-FIXE                 PIC 9(05)V99.
001040     05  BP-PLAFOND-ANNUEL       PIC 9(07)V99.
001050     05  BP-PLANCHER             PIC 9(05)V99.
001060*****************************************************************
001070*    ADH-REF - REFERENTIEL ADHERENT (COUPLE, IDENTITE, LANGUE,
001080*    CANAL), MEME DESSIN ETENDU QUE DANS HZFA0001/HZAD0001.
001090*****************************************************************
001100 FD  ADH-REF
001110     LABEL RECORD STANDARD
001120     DATA RECORD ADH-REF-LIGNE.
001130 01  ADH-REF-LIGNE.
001140     05  AF-CLE                  PIC X(08).
001150     05  AF-COADHF               PIC X(09).
001160     05  AF-COTRTO               PIC X(05).
001170     05  AF-CETRTF               PIC X(05).
001180     05  AF-NOM                  PIC X(30).
001190     05  AF-ADRESSE              PIC X(30).
001200     05  AF-CODE-POSTAL          PIC X(05).
001210     05  AF-VILLE                PIC X(20).
001220     05  AF-STATUT               PIC X(01).
001230         88  AF-STATUT-ACTIF     VALUE 'A'.
001240         88  AF-STATUT-RADIE     VALUE 'R'.
001250     05  AF-LANGUE               PIC X(02).
001260     05  AF-ADRESSE-NPAI         PIC X(01).
001270         88  AF-ADRESSE-INVALIDE VALUE 'O'.
001280     05  AF-CANAL-DIFFUSION      PIC X(01).
001290         88  AF-CANAL-ELECTRONIQUE VALUE 'E'.
001300     05  AF-EMAIL                PIC X(60).
001310     05  AF-EMAIL-REJETE         PIC X(01).
001320         88  AF-EMAIL-INVALIDE   VALUE 'O'.
001330     05  AF-FREQUENCE            PIC X(01).
001340         88  AF-FACTURATION-MENSUELLE VALUE 'M' SPACE.
001350         88  AF-FACTURATION-TRIMESTRIELLE VALUE 'T'.
001360         88  AF-FACTURATION-ANNUELLE VALUE 'A'.
001370*****************************************************************
001380*    CAT-TEXTE - CATALOGUE DES LIBELLES FIXES PAR DOCUMENT ET
001390*    PAR LANGUE (UNE RUBRIQUE PAR LIBELLE), MEME DESSIN QUE DANS
001400*    HZRL0001.
001410*****************************************************************
001420 FD  CAT-TEXTE
001430     LABEL RECORD STANDARD
001440     DATA RECORD CAT-TEXTE-LIGNE.
001450 01  CAT-TEXTE-LIGNE.
001460     05  CT-DOCUMENT             PIC X(08).
001470     05  CT-LANGUE               PIC X(02).
001480     05  CT-RUBRIQUE             PIC 9(02).
001490     05  CT-TEXTE                PIC X(30).
001500*****************************************************************
001510*    CPT-TAB - TABLE DE TRADUCTION CODE-PAGE / ACCENTS, MEME
001520*    DESSIN QUE DANS HORROR (1530).
001530*****************************************************************
001540 FD  CPT-TAB
001550     LABEL RECORD STANDARD
001560     DATA RECORD CPT-TAB-LIGNE.
001570 01  CPT-TAB-LIGNE.
001580     05  CPT-CARACTERE-SOURCE    PIC X(01).
001590     05  CPT-CARACTERE-CIBLE     PIC X(01).
001600 FD  AV-PRNT
001610     LABEL RECORD STANDARD
001620     DATA RECORD AV-PRNT-LIGNE.
001630 01  AV-PRNT-LIGNE               PIC X(132).
001640 FD  AV-RPRT
001650     LABEL RECORD STANDARD
001660     DATA RECORD AV-RPRT-LIGNE.
001670 01  AV-RPRT-LIGNE               PIC X(132).
001680*****************************************************************
001690*    DOC-RET - DOCUMENTS RETENUS POUR ADRESSE NPAI (CUMULATIF,
001700*    EN EXTEND) : UNE LIGNE D'EDITION PAR ENREGISTREMENT, RANG 1
001710*    EN TETE DE DOCUMENT. LISTE HEBDOMADAIRE PAR HZDR0001.
001720*****************************************************************
001730 FD  DOC-RET
001740     LABEL RECORD STANDARD
001750     DATA RECORD DOC-RET-LIGNE.
001760 01  DOC-RET-LIGNE.
001770     05  DR-DATE-RETENUE         PIC 9(08).
001780     05  DR-HEURE-RETENUE        PIC 9(08).
001790     05  DR-PROGRAMME            PIC X(08).
001800     05  DR-TYPE-DOC             PIC X(02).
001810     05  DR-COADHF               PIC X(09).
001820     05  DR-REFERENCE            PIC X(10).
001830     05  DR-RANG                 PIC 9(05).
001840     05  DR-LIGNE                PIC X(132).
001850*****************************************************************
001860*    DOC-ELEC - DOCUMENTS EN DIFFUSION ELECTRONIQUE POUR LA
001870*    PASSERELLE DE MESSAGERIE (CUMULATIF, EN EXTEND, VIDE PAR LA
001880*    PASSERELLE APRES ENVOI) : CHAQUE DOCUMENT EST UN
001890*    ENREGISTREMENT INDEX 'I' (ADHERENT, TYPE, PERIODE, LANGUE,
001900*    ADRESSE ELECTRONIQUE) SUIVI DE SES LIGNES D'EDITION 'L'.
001910*****************************************************************
001920 FD  DOC-ELEC
001930     LABEL RECORD STANDARD
001940     DATA RECORD DOC-ELEC-LIGNE.
001950 01  DOC-ELEC-LIGNE.
001960     05  EL-TYPE-ENREG           PIC X(01).
001970         88  EL-ENREG-INDEX      VALUE 'I'.
001980         88  EL-ENREG-LIGNE      VALUE 'L'.
001990     05  EL-COADHF               PIC X(09).
002000     05  EL-TYPE-DOC             PIC X(02).
002010     05  EL-PERIODE              PIC X(10).
002020     05  EL-SUITE                PIC X(137).
002030     05  EL-INDEX REDEFINES EL-SUITE.
002040         10  EL-LANGUE           PIC X(02).
002050         10  EL-EMAIL            PIC X(60).
002060         10  EL-PROGRAMME        PIC X(08).
002070         10  EL-DATE-PRODUCTION  PIC 9(08).
002080         10  EL-HEURE-PRODUCTION PIC 9(08).
002090         10  FILLER              PIC X(51).
002100     05  EL-DETAIL REDEFINES EL-SUITE.
002110         10  EL-RANG             PIC 9(05).
002120         10  EL-LIGNE            PIC X(132).
002130*****************************************************************
002140*    DOC-ARCH - ARCHIVE DES DOCUMENTS ADHERENT (CUMULATIF, EN
002150*    EXTEND) : TOUTE LIGNE EDITEE, QUEL QUE SOIT LE CANAL, Y EST
002160*    RECOPIEE AVEC LE PROGRAMME, LA DATE ET L'HEURE DU PASSAGE
002170*    ET SON RANG DANS LE PASSAGE. REPRIS PAR HZDP0001.
002180*****************************************************************
002190 FD  DOC-ARCH
002200     LABEL RECORD STANDARD
002210     DATA RECORD DOC-ARCH-LIGNE.
002220 01  DOC-ARCH-LIGNE.
002230     05  AR-PROGRAMME            PIC X(08).
002240     05  AR-DATE-PRODUCTION      PIC 9(08).
002250     05  AR-HEURE-PRODUCTION     PIC 9(08).
002260     05  AR-RANG                 PIC 9(07).
002270     05  AR-LIGNE                PIC X(132).
002280*****************************************************************
002290*    DOC-REG - REGISTRE DES DOCUMENTS ADHERENT (CUMULATIF, EN
002300*    EXTEND) : UNE ENTREE PAR DOCUMENT PRODUIT (ADHERENT, TYPE,
002310*    PERIODE, DATE, LANGUE, CANAL) AVEC SA POSITION DANS
002320*    DOC-ARCH (PROGRAMME/DATE/HEURE DU PASSAGE, RANG DE LA
002330*    PREMIERE LIGNE, NOMBRE DE LIGNES).
002340*****************************************************************
002350 FD  DOC-REG
002360     LABEL RECORD STANDARD
002370     DATA RECORD DOC-REG-LIGNE.
002380 01  DOC-REG-LIGNE.
002390     05  RG-COADHF               PIC X(09).
002400     05  RG-TYPE-DOC             PIC X(02).
002410     05  RG-PERIODE              PIC X(10).
002420     05  RG-DATE-PRODUCTION      PIC 9(08).
002430     05  RG-HEURE-PRODUCTION     PIC 9(08).
002440     05  RG-LANGUE               PIC X(02).
002450     05  RG-CANAL                PIC X(01).
002460         88  RG-CANAL-PAPIER     VALUE 'P'.
002470         88  RG-CANAL-ELECTRONIQUE VALUE 'E'.
002480         88  RG-CANAL-RETENU     VALUE 'R'.
002490     05  RG-PROGRAMME            PIC X(08).
002500     05  RG-RANG-DEBUT           PIC 9(07).
002510     05  RG-NB-LIGNES            PIC 9(05).
002520     05  FILLER                  PIC X(10).
002530 WORKING-STORAGE SECTION.
002540 01  W-BAREME-STATUS             PIC XX.
002550     88  BAREME-OK               VALUE '00'.
002560     88  BAREME-FIN              VALUE '10'.
002570 01  W-BAREME-PREC-STATUS        PIC XX.
002580     88  BAREME-PREC-OK          VALUE '00'.
002590     88  BAREME-PREC-FIN         VALUE '10'.
002600 01  W-ADH-REF-STATUS            PIC XX.
002610     88  ADH-REF-OK              VALUE '00'.
002620     88  ADH-REF-FIN             VALUE '10'.
002630 01  W-CAT-TEXTE-STATUS          PIC XX.
002640     88  CAT-TEXTE-OK            VALUE '00'.
002650     88  CAT-TEXTE-FIN           VALUE '10'.
002660 01  W-CPT-TAB-STATUS            PIC XX.
002670     88  CPT-TAB-OK              VALUE '00'.
002680     88  CPT-TAB-FIN             VALUE '10'.
002690 01  W-AV-PRNT-STATUS            PIC XX.
002700 01  W-AV-RPRT-STATUS            PIC XX.
002710 01  W-DOC-RET-STATUS            PIC XX.
002720 01  W-DOC-ELEC-STATUS           PIC XX.
002730 01  W-DOC-ARCH-STATUS           PIC XX.
002740 01  W-DOC-REG-STATUS            PIC XX.
002750 01  W-FIN-BAREME                PIC X VALUE 'N'.
002760     88  FIN-BAREME              VALUE 'O'.
002770 01  W-FIN-PREC                  PIC X VALUE 'N'.
002780     88  FIN-PREC                VALUE 'O'.
002790 01  W-FIN-REF                   PIC X VALUE 'N'.
002800     88  FIN-REF                 VALUE 'O'.
002810 01  W-FIN-CATALOGUE             PIC X VALUE 'N'.
002820     88  FIN-CATALOGUE           VALUE 'O'.
002830 01  W-FIN-CPT                   PIC X VALUE 'N'.
002840     88  FIN-CPT                 VALUE 'O'.
002850*****************************************************************
002860*    LIVRAISON PRECEDENTE EN TABLE (200 VERSIONS AU PLUS),
002870*    CLE COUPLE + DATE D'EFFET, MEME TABLE QUE DANS HZRT0001.
002880*****************************************************************
002890 01  W-NB-PREC                   PIC 9(03) COMP VALUE ZERO.
002900 01  W-TAB-PREC.
002910     05  W-PR-ENTREE OCCURS 200 TIMES
002920             INDEXED BY W-IDX-PR.
002930         10  W-PR-CLE.
002940             15  W-PR-COTRTO     PIC X(05).
002950             15  W-PR-CETRTF     PIC X(05).
002960             15  W-PR-DATE-DEBUT PIC 9(08).
002970         10  W-PR-TAUX           PIC 9(05)V99.
002980         10  W-PR-FIXE           PIC 9(05)V99.
002990 01  W-CLE-VERSION.
003000     05  W-CV-COTRTO             PIC X(05).
003010     05  W-CV-CETRTF             PIC X(05).
003020     05  W-CV-DATE-DEBUT         PIC 9(08).
003030 01  W-VERSION-CONNUE-SW         PIC X VALUE 'N'.
003040     88  VERSION-CONNUE          VALUE 'O'.
003050*****************************************************************
003060*    ANCIENNE VERSION EN VIGUEUR A LA DATE D'EFFET DE LA
003070*    NOUVELLE (LA PLUS RECENTE DE LA LIVRAISON PRECEDENTE SANS
003080*    LA DEPASSER).
003090*****************************************************************
003100 01  W-ANCIEN-TROUVE-SW          PIC X VALUE 'N'.
003110     88  ANCIEN-TROUVE           VALUE 'O'.
003120 01  W-ANCIEN-TAUX               PIC 9(05)V99 VALUE ZERO.
003130 01  W-ANCIEN-FIXE               PIC 9(05)V99 VALUE ZERO.
003140 01  W-ANCIEN-DATE               PIC 9(08) VALUE ZERO.
003150*****************************************************************
003160*    REFERENTIEL ADHERENT EN TABLE (2000 AU PLUS) : COUPLE,
003170*    IDENTITE, LANGUE ET CANAL DE DIFFUSION (NPAI, MESSAGERIE
003180*    SANS REJET).
003190*****************************************************************
003200 01  W-NB-REFS                   PIC 9(04) COMP VALUE ZERO.
003210 01  W-TAB-REFS.
003220     05  W-RF-ENTREE OCCURS 2000 TIMES
003230             INDEXED BY W-IDX-RF.
003240         10  W-RF-COADHF         PIC X(09).
003250         10  W-RF-COTRTO         PIC X(05).
003260         10  W-RF-CETRTF         PIC X(05).
003270         10  W-RF-NOM            PIC X(30).
003280         10  W-RF-ADRESSE        PIC X(30).
003290         10  W-RF-CODE-POSTAL    PIC X(05).
003300         10  W-RF-VILLE          PIC X(20).
003310         10  W-RF-STATUT         PIC X(01).
003320             88  W-RF-RADIE      VALUE 'R'.
003330         10  W-RF-LANGUE         PIC X(02).
003340         10  W-RF-NPAI           PIC X(01).
003350             88  W-RF-ADRESSE-NPAI VALUE 'O'.
003360         10  W-RF-ELEC           PIC X(01).
003370             88  W-RF-DIFFUSION-ELEC VALUE 'O'.
003380         10  W-RF-EMAIL          PIC X(60).
003390*****************************************************************
003400*    CATALOGUE DES TEXTES EN TABLE (200 LIBELLES AU PLUS).
003410*    LANGUE ABSENTE DU REFERENTIEL OU TEXTE ABSENT DU
003420*    CATALOGUE : LE FRANCAIS COMPILE SERT DE REPLI.
003430*****************************************************************
003440 01  W-NB-TEXTES                 PIC 9(03) COMP VALUE ZERO.
003450 01  W-TAB-TEXTES.
003460     05  W-TX-ENTREE OCCURS 200 TIMES
003470             INDEXED BY W-IDX-TX.
003480         10  W-TX-LANGUE         PIC X(02).
003490         10  W-TX-RUBRIQUE       PIC 9(02).
003500         10  W-TX-TEXTE          PIC X(30).
003510 01  W-LANGUE-COURANTE           PIC X(02) VALUE 'FR'.
003520 01  W-RUBRIQUE-DEMANDEE         PIC 9(02) VALUE ZERO.
003530 01  W-TEXTE-DEFAUT              PIC X(30) VALUE SPACES.
003540 01  W-TEXTE-EDITION             PIC X(30) VALUE SPACES.
003550*****************************************************************
003560*    CHAINES DE TRADUCTION CODE-PAGE (MEME MECANIQUE QUE
003570*    1535-CONSTRUIRE-CHAINES-CPT DANS HORROR).
003580*****************************************************************
003590 01  W-NB-CPT-ENTREES            PIC 9(03) COMP VALUE ZERO.
003600 01  W-CPT-CHAINE-SOURCE         PIC X(94) VALUE SPACES.
003610 01  W-CPT-CHAINE-CIBLE          PIC X(94) VALUE SPACES.
003620 01  W-IDX-TRAD                  PIC 9(03) COMP VALUE ZERO.
003630*****************************************************************
003640*    COTISATION MENSUELLE ESTIMEE = PART FIXE + PART
003650*    PROPORTIONNELLE (MEME DERIVATION QUE 6004 DE HORROR, HORS
003660*    PLAFOND ET PLANCHER).
003670*****************************************************************
003680 01  W-COTIS-NOUVELLE            PIC S9(07)V99 COMP-3 VALUE 0.
003690 01  W-COTIS-ANCIENNE            PIC S9(07)V99 COMP-3 VALUE 0.
003700 01  W-IMPACT-MENSUEL            PIC S9(07)V99 COMP-3 VALUE 0.
003710 01  W-EFFET-DECOUPE.
003720     05  W-EF-AAAA               PIC 9(04).
003730     05  W-EF-MM                 PIC 9(02).
003740     05  W-EF-JJ                 PIC 9(02).
003750 01  W-DATE-EFFET-EDIT.
003760     05  W-DE-JJ                 PIC 9(02).
003770     05  FILLER                  PIC X(01) VALUE '/'.
003780     05  W-DE-MM                 PIC 9(02).
003790     05  FILLER                  PIC X(01) VALUE '/'.
003800     05  W-DE-AAAA               PIC 9(04).
003810 01  W-PERIODE-AVIS              PIC X(10) VALUE SPACES.
003820*****************************************************************
003830*    ROUTAGE DU DOCUMENT COURANT (MESSAGERIE PRIME SUR NPAI).
003840*****************************************************************
003850 01  W-DOC-ELEC-SW               PIC X VALUE 'N'.
003860     88  DOCUMENT-ELECTRONIQUE   VALUE 'O'.
003870 01  W-DOC-RETENU-SW             PIC X VALUE 'N'.
003880     88  DOCUMENT-RETENU         VALUE 'O'.
003890 01  W-DATE-RETENUE              PIC 9(08) VALUE ZERO.
003900 01  W-HEURE-RETENUE             PIC 9(08) VALUE ZERO.
003910 01  W-RANG-RETENU               PIC 9(05) COMP VALUE ZERO.
003920 01  W-RANG-ELEC                 PIC 9(05) COMP VALUE ZERO.
003930*****************************************************************
003940*    ARCHIVAGE ET REGISTRE : RANG COURANT DANS LE PASSAGE, RANG
003950*    DE LA PREMIERE LIGNE ET NOMBRE DE LIGNES DU DOCUMENT COURANT.
003960*****************************************************************
003970 01  W-RANG-ARCHIVE              PIC 9(07) COMP VALUE ZERO.
003980 01  W-RANG-DEBUT-DOC            PIC 9(07) COMP VALUE ZERO.
003990 01  W-NB-LIGNES-DOC             PIC 9(05) COMP VALUE ZERO.
004000*****************************************************************
004010*    COMPTES DU PASSAGE.
004020*****************************************************************
004030 01  W-NB-VERSIONS-NOUVELLES     PIC 9(03) COMP VALUE ZERO.
004040 01  W-NB-VERSIONS-AVISEES       PIC 9(03) COMP VALUE ZERO.
004050 01  W-NB-AVIS-VERSION           PIC 9(05) COMP VALUE ZERO.
004060 01  W-NB-AVIS                   PIC 9(05) COMP VALUE ZERO.
004070 01  W-NB-IMPRIMES               PIC 9(05) COMP VALUE ZERO.
004080 01  W-NB-RETENUS                PIC 9(05) COMP VALUE ZERO.
004090 01  W-NB-ELECTRONIQUES          PIC 9(05) COMP VALUE ZERO.
004100 01  W-NB-INSCRITS               PIC 9(05) COMP VALUE ZERO.
004110 01  W-NB-EDIT                   PIC Z(04)9.
004120 01  W-MT-EDIT                   PIC -(06)9,99.
004130 01  W-MT-EDIT-2                 PIC -(06)9,99.
004140 01  W-MT-EDIT-3                 PIC -(06)9,99.
004150 01  W-LIGNE-TRAVAIL             PIC X(132).
004160 PROCEDURE DIVISION.
004170 0000-MAINLINE.
004180     PERFORM 1000-INITIALISE THRU 1000-EXIT.
004190     PERFORM 1100-CHARGER-CATALOGUE THRU 1100-EXIT.
004200     PERFORM 1200-CHARGER-ADH-REF THRU 1200-EXIT.
004210     PERFORM 1300-CHARGER-CPTTAB THRU 1300-EXIT.
004220     PERFORM 1500-CHARGER-PRECEDENT THRU 1500-EXIT.
004230     PERFORM 3000-TRAITER-VERSION THRU 3000-EXIT
004240        UNTIL FIN-BAREME.
004250     PERFORM 8000-TERMINE THRU 8000-EXIT.
004260     GOBACK.
004270 1000-INITIALISE.
004280     ACCEPT W-DATE-RETENUE FROM DATE YYYYMMDD.
004290     ACCEPT W-HEURE-RETENUE FROM TIME.
004300     OPEN EXTEND DOC-ARCH.
004310     IF W-DOC-ARCH-STATUS = '05'
004320        OPEN OUTPUT DOC-ARCH
004330     END-IF.
004340     OPEN EXTEND DOC-REG.
004350     IF W-DOC-REG-STATUS = '05'
004360        OPEN OUTPUT DOC-REG
004370     END-IF.
004380     OPEN INPUT BAREME.
004390     OPEN OUTPUT AV-PRNT AV-RPRT.
004400     MOVE 'AVIS DE CHANGEMENT DE TARIF - VERSIONS EXAMINEES'
004410        TO AV-RPRT-LIGNE.
004420     WRITE AV-RPRT-LIGNE.
004430     IF NOT BAREME-OK
004440        DISPLAY 'HZAV0001 - BAREME INDISPONIBLE - STATUT '
004450            W-BAREME-STATUS
004460        MOVE 'O' TO W-FIN-BAREME
004470        MOVE 8 TO RETURN-CODE
004480        GO TO 1000-EXIT
004490     END-IF.
004500     READ BAREME
004510        AT END MOVE 'O' TO W-FIN-BAREME.
004520 1000-EXIT.
004530     EXIT.
004540*****************************************************************
004550*    1100-CHARGER-CATALOGUE - LIBELLES DU DOCUMENT 'AVISTARF'
004560*    PAR LANGUE. CATALOGUE ABSENT : LE FRANCAIS COMPILE SERT
004570*    SEUL.
004580*****************************************************************
004590 1100-CHARGER-CATALOGUE.
004600     OPEN INPUT CAT-TEXTE.
004610     IF NOT CAT-TEXTE-OK
004620        DISPLAY 'HZAV0001 - CAT-TEXTE INDISPONIBLE, LIBELLES '
004630            'FRANCAIS COMPILES - STATUT ' W-CAT-TEXTE-STATUS
004640        GO TO 1100-EXIT
004650     END-IF.
004660     PERFORM UNTIL FIN-CATALOGUE
004670        READ CAT-TEXTE
004680           AT END SET FIN-CATALOGUE TO TRUE
004690           NOT AT END PERFORM 1110-EMPILER-TEXTE THRU 1110-EXIT
004700        END-READ
004710     END-PERFORM.
004720     CLOSE CAT-TEXTE.
004730 1100-EXIT.
004740     EXIT.
004750 1110-EMPILER-TEXTE.
004760     IF CT-DOCUMENT NOT = 'AVISTARF'
004770        GO TO 1110-EXIT
004780     END-IF.
004790     IF W-NB-TEXTES < 200
004800        ADD 1 TO W-NB-TEXTES
004810        MOVE CT-LANGUE TO W-TX-LANGUE (W-NB-TEXTES)
004820        MOVE CT-RUBRIQUE TO W-TX-RUBRIQUE (W-NB-TEXTES)
004830        MOVE CT-TEXTE TO W-TX-TEXTE (W-NB-TEXTES)
004840     ELSE
004850        DISPLAY 'HZAV0001 - CATALOGUE PLEIN (200 LIBELLES '
004860            'MAXIMUM) - TEXTE IGNORE'
004870     END-IF.
004880 1110-EXIT.
004890     EXIT.
004900*****************************************************************
004910*    1200-CHARGER-ADH-REF - SANS REFERENTIEL, AUCUN ADHERENT A
004920*    AVISER : CODE 8.
004930*****************************************************************
004940 1200-CHARGER-ADH-REF.
004950     OPEN INPUT ADH-REF.
004960     IF NOT ADH-REF-OK
004970        DISPLAY 'HZAV0001 - ADH-REF INDISPONIBLE, AUCUN AVIS - '
004980            'STATUT ' W-ADH-REF-STATUS
004990        MOVE 8 TO RETURN-CODE
005000        GO TO 1200-EXIT
005010     END-IF.
005020     PERFORM UNTIL FIN-REF
005030        READ ADH-REF
005040           AT END SET FIN-REF TO TRUE
005050           NOT AT END PERFORM 1210-EMPILER-REF THRU 1210-EXIT
005060        END-READ
005070     END-PERFORM.
005080     CLOSE ADH-REF.
005090 1200-EXIT.
005100     EXIT.
005110 1210-EMPILER-REF.
005120     IF W-NB-REFS NOT < 2000
005130        DISPLAY 'HZAV0001 - TABLE ADH-REF PLEINE (2000) - '
005140            'ADHERENT NON AVISE : ' AF-COADHF
005150        IF RETURN-CODE < 4
005160           MOVE 4 TO RETURN-CODE
005170        END-IF
005180        GO TO 1210-EXIT
005190     END-IF.
005200     ADD 1 TO W-NB-REFS.
005210     MOVE AF-COADHF TO W-RF-COADHF (W-NB-REFS).
005220     MOVE AF-COTRTO TO W-RF-COTRTO (W-NB-REFS).
005230     MOVE AF-CETRTF TO W-RF-CETRTF (W-NB-REFS).
005240     MOVE AF-NOM TO W-RF-NOM (W-NB-REFS).
005250     MOVE AF-ADRESSE TO W-RF-ADRESSE (W-NB-REFS).
005260     MOVE AF-CODE-POSTAL TO W-RF-CODE-POSTAL (W-NB-REFS).
005270     MOVE AF-VILLE TO W-RF-VILLE (W-NB-REFS).
005280     MOVE AF-STATUT TO W-RF-STATUT (W-NB-REFS).
005290     MOVE AF-LANGUE TO W-RF-LANGUE (W-NB-REFS).
005300     MOVE 'N' TO W-RF-NPAI (W-NB-REFS).
005310     IF AF-ADRESSE-INVALIDE
005320        MOVE 'O' TO W-RF-NPAI (W-NB-REFS)
005330     END-IF.
005340     MOVE 'N' TO W-RF-ELEC (W-NB-REFS).
005350     IF AF-CANAL-ELECTRONIQUE AND NOT AF-EMAIL-INVALIDE
005360        MOVE 'O' TO W-RF-ELEC (W-NB-REFS)
005370     END-IF.
005380     MOVE AF-EMAIL TO W-RF-EMAIL (W-NB-REFS).
005390 1210-EXIT.
005400     EXIT.
005410*****************************************************************
005420*    1300-CHARGER-CPTTAB - CHAINES DE TRADUCTION CODE-PAGE /
005430*    ACCENTS APPLIQUEES AUX TEXTES DU CATALOGUE DEJA EMPILES
005440*    (MEME MECANIQUE QUE 1300 DE HZRL0001).
005450*****************************************************************
005460 1300-CHARGER-CPTTAB.
005470     OPEN INPUT CPT-TAB.
005480     IF NOT CPT-TAB-OK
005490        DISPLAY 'HZAV0001 - CPT-TAB INDISPONIBLE, AUCUNE '
005500            'TRADUCTION CODE-PAGE - STATUT ' W-CPT-TAB-STATUS
005510        GO TO 1300-EXIT
005520     END-IF.
005530     PERFORM UNTIL FIN-CPT
005540        READ CPT-TAB
005550           AT END SET FIN-CPT TO TRUE
005560           NOT AT END PERFORM 1310-EMPILER-CARACTERE THRU
005570              1310-EXIT
005580        END-READ
005590     END-PERFORM.
005600     CLOSE CPT-TAB.
005610     IF W-NB-CPT-ENTREES > ZERO AND W-NB-TEXTES > ZERO
005620        PERFORM 1320-TRADUIRE-TEXTE THRU 1320-EXIT
005630           VARYING W-IDX-TRAD FROM 1 BY 1
005640           UNTIL W-IDX-TRAD > W-NB-TEXTES
005650     END-IF.
005660 1300-EXIT.
005670     EXIT.
005680 1310-EMPILER-CARACTERE.
005690     IF W-NB-CPT-ENTREES < 94
005700        ADD 1 TO W-NB-CPT-ENTREES
005710        MOVE CPT-CARACTERE-SOURCE TO
005720           W-CPT-CHAINE-SOURCE (W-NB-CPT-ENTREES:1)
005730        MOVE CPT-CARACTERE-CIBLE TO
005740           W-CPT-CHAINE-CIBLE (W-NB-CPT-ENTREES:1)
005750     END-IF.
005760 1310-EXIT.
005770     EXIT.
005780 1320-TRADUIRE-TEXTE.
005790     INSPECT W-TX-TEXTE (W-IDX-TRAD)
005800        CONVERTING W-CPT-CHAINE-SOURCE
005810        TO W-CPT-CHAINE-CIBLE.
005820 1320-EXIT.
005830     EXIT.
005840*****************************************************************
005850*    1500-CHARGER-PRECEDENT - LIVRAISON PRECEDENTE. ABSENTE :
005860*    AUCUNE VERSION NE PEUT ETRE COMPAREE, AUCUN AVIS (CODE 4).
005870*****************************************************************
005880 1500-CHARGER-PRECEDENT.
005890     OPEN INPUT BAREME-PREC.
005900     IF NOT BAREME-PREC-OK
005910        DISPLAY 'HZAV0001 - BAREME-PREC INDISPONIBLE, AUCUN '
005920            'TARIF ANCIEN CONNU - STATUT ' W-BAREME-PREC-STATUS
005930        IF RETURN-CODE < 4
005940           MOVE 4 TO RETURN-CODE
005950        END-IF
005960        GO TO 1500-EXIT
005970     END-IF.
005980     PERFORM UNTIL FIN-PREC
005990        READ BAREME-PREC
006000           AT END SET FIN-PREC TO TRUE
006010           NOT AT END PERFORM 1510-EMPILER-PREC THRU 1510-EXIT
006020        END-READ
006030     END-PERFORM.
006040     CLOSE BAREME-PREC.
006050 1500-EXIT.
006060     EXIT.
006070 1510-EMPILER-PREC.
006080     IF W-NB-PREC < 200
006090        ADD 1 TO W-NB-PREC
006100        MOVE BP-COTRTO TO W-PR-COTRTO (W-NB-PREC)
006110        MOVE BP-CETRTF TO W-PR-CETRTF (W-NB-PREC)
006120        MOVE BP-DATE-DEBUT TO W-PR-DATE-DEBUT (W-NB-PREC)
006130        MOVE BP-TAUX TO W-PR-TAUX (W-NB-PREC)
006140        MOVE BP-FIXE TO W-PR-FIXE (W-NB-PREC)
006150     ELSE
006160        DISPLAY 'HZAV0001 - TABLE BAREME-PREC PLEINE (200) - '
006170            'ENTREE IGNOREE : ' BP-COTRTO ' ' BP-CETRTF
006180        MOVE 8 TO RETURN-CODE
006190     END-IF.
006200 1510-EXIT.
006210     EXIT.
006220*****************************************************************
006230*    2600-CHERCHER-TEXTE - TEXTE DE LA RUBRIQUE DEMANDEE DANS LA
006240*    LANGUE COURANTE ; A DEFAUT LE FRANCAIS COMPILE FOURNI PAR
006250*    L'APPELANT (W-TEXTE-DEFAUT).
006260*****************************************************************
006270 2600-CHERCHER-TEXTE.
006280     MOVE W-TEXTE-DEFAUT TO W-TEXTE-EDITION.
006290     IF W-NB-TEXTES = ZERO OR W-LANGUE-COURANTE = 'FR'
006300        GO TO 2600-EXIT
006310     END-IF.
006320     SET W-IDX-TX TO 1.
006330     SEARCH W-TX-ENTREE
006340        AT END
006350           CONTINUE
006360        WHEN W-IDX-TX > W-NB-TEXTES
006370           CONTINUE
006380        WHEN W-TX-LANGUE (W-IDX-TX) = W-LANGUE-COURANTE
006390           AND W-TX-RUBRIQUE (W-IDX-TX) = W-RUBRIQUE-DEMANDEE
006400           MOVE W-TX-TEXTE (W-IDX-TX) TO W-TEXTE-EDITION
006410     END-SEARCH.
006420 2600-EXIT.
006430     EXIT.
006440*****************************************************************
006450*    3000-TRAITER-VERSION - UNE VERSION DE LA LIVRAISON DU JOUR :
006460*    NOUVELLE (ABSENTE DE LA LIVRAISON PRECEDENTE) ET MODIFIANT
006470*    LA COTISATION DE L'ANCIENNE VERSION EN VIGUEUR = LES
006480*    ADHERENTS DU COUPLE SONT AVISES. UN COUPLE SANS VERSION
006490*    ANCIENNE N'A PAS D'ADHERENT A AVISER D'UN CHANGEMENT.
006500*****************************************************************
006510 3000-TRAITER-VERSION.
006520     MOVE BA-COTRTO TO W-CV-COTRTO.
006530     MOVE BA-CETRTF TO W-CV-CETRTF.
006540     MOVE BA-DATE-DEBUT TO W-CV-DATE-DEBUT.
006550     PERFORM 3100-CHERCHER-VERSION THRU 3100-EXIT.
006560     IF VERSION-CONNUE
006570        GO TO 3000-SUIVANT
006580     END-IF.
006590     ADD 1 TO W-NB-VERSIONS-NOUVELLES.
006600     MOVE ZERO TO W-NB-AVIS-VERSION.
006610     PERFORM 3200-CHERCHER-ANCIENNE THRU 3200-EXIT.
006620     COMPUTE W-COTIS-NOUVELLE = BA-FIXE + BA-TAUX.
006630     COMPUTE W-COTIS-ANCIENNE =
006640        W-ANCIEN-FIXE + W-ANCIEN-TAUX.
006650     COMPUTE W-IMPACT-MENSUEL =
006660        W-COTIS-NOUVELLE - W-COTIS-ANCIENNE.
006670     IF NOT ANCIEN-TROUVE
006680        MOVE ZERO TO W-IMPACT-MENSUEL
006690        MOVE 'SANS VERSION ANCIENNE - PAS D''AVIS'
006700           TO W-LIGNE-TRAVAIL
006710        PERFORM 6000-EDITER-VERSION THRU 6000-EXIT
006720        GO TO 3000-SUIVANT
006730     END-IF.
006740     IF W-IMPACT-MENSUEL = ZERO
006750        MOVE 'COTISATION INCHANGEE - PAS D''AVIS'
006760           TO W-LIGNE-TRAVAIL
006770        PERFORM 6000-EDITER-VERSION THRU 6000-EXIT
006780        GO TO 3000-SUIVANT
006790     END-IF.
006800     ADD 1 TO W-NB-VERSIONS-AVISEES.
006810     MOVE BA-DATE-DEBUT TO W-EFFET-DECOUPE.
006820     MOVE W-EF-JJ TO W-DE-JJ.
006830     MOVE W-EF-MM TO W-DE-MM.
006840     MOVE W-EF-AAAA TO W-DE-AAAA.
006850     MOVE BA-DATE-DEBUT TO W-PERIODE-AVIS.
006860     PERFORM 4000-AVISER-ADHERENTS THRU 4000-EXIT.
006870     MOVE SPACES TO W-LIGNE-TRAVAIL.
006880     PERFORM 6000-EDITER-VERSION THRU 6000-EXIT.
006890 3000-SUIVANT.
006900     READ BAREME
006910        AT END MOVE 'O' TO W-FIN-BAREME.
006920 3000-EXIT.
006930     EXIT.
006940 3100-CHERCHER-VERSION.
006950     MOVE 'N' TO W-VERSION-CONNUE-SW.
006960     IF W-NB-PREC = ZERO
006970        GO TO 3100-EXIT
006980     END-IF.
006990     SET W-IDX-PR TO 1.
007000     SEARCH W-PR-ENTREE
007010        AT END
007020           CONTINUE
007030        WHEN W-IDX-PR > W-NB-PREC
007040           CONTINUE
007050        WHEN W-PR-CLE (W-IDX-PR) = W-CLE-VERSION
007060           MOVE 'O' TO W-VERSION-CONNUE-SW
007070     END-SEARCH.
007080 3100-EXIT.
007090     EXIT.
007100*****************************************************************
007110*    3200-CHERCHER-ANCIENNE - VERSION DE LA LIVRAISON PRECEDENTE
007120*    EN VIGUEUR A LA DATE D'EFFET DE LA NOUVELLE (DATE D'EFFET
007130*    LA PLUS RECENTE SANS LA DEPASSER), COMME 3200 DE HZRT0001.
007140*****************************************************************
007150 3200-CHERCHER-ANCIENNE.
007160     MOVE 'N' TO W-ANCIEN-TROUVE-SW.
007170     MOVE ZERO TO W-ANCIEN-TAUX.
007180     MOVE ZERO TO W-ANCIEN-FIXE.
007190     MOVE ZERO TO W-ANCIEN-DATE.
007200     PERFORM 3210-EXAMINER-ANCIENNE THRU 3210-EXIT
007210        VARYING W-IDX-PR FROM 1 BY 1
007220        UNTIL W-IDX-PR > W-NB-PREC.
007230 3200-EXIT.
007240     EXIT.
007250 3210-EXAMINER-ANCIENNE.
007260     IF W-PR-COTRTO (W-IDX-PR) = BA-COTRTO
007270        AND W-PR-CETRTF (W-IDX-PR) = BA-CETRTF
007280        AND W-PR-DATE-DEBUT (W-IDX-PR)
007290           NOT GREATER BA-DATE-DEBUT
007300        AND W-PR-DATE-DEBUT (W-IDX-PR)
007310           NOT LESS W-ANCIEN-DATE
007320        MOVE 'O' TO W-ANCIEN-TROUVE-SW
007330        MOVE W-PR-DATE-DEBUT (W-IDX-PR) TO W-ANCIEN-DATE
007340        MOVE W-PR-TAUX (W-IDX-PR) TO W-ANCIEN-TAUX
007350        MOVE W-PR-FIXE (W-IDX-PR) TO W-ANCIEN-FIXE
007360     END-IF.
007370 3210-EXIT.
007380     EXIT.
007390*****************************************************************
007400*    4000-AVISER-ADHERENTS - UN AVIS PAR ADHERENT NON RADIE DU
007410*    COUPLE DE LA VERSION.
007420*****************************************************************
007430 4000-AVISER-ADHERENTS.
007440     PERFORM 4100-EXAMINER-ADHERENT THRU 4100-EXIT
007450        VARYING W-IDX-RF FROM 1 BY 1
007460        UNTIL W-IDX-RF > W-NB-REFS.
007470 4000-EXIT.
007480     EXIT.
007490 4100-EXAMINER-ADHERENT.
007500     IF W-RF-COTRTO (W-IDX-RF) NOT = BA-COTRTO
007510        OR W-RF-CETRTF (W-IDX-RF) NOT = BA-CETRTF
007520        GO TO 4100-EXIT
007530     END-IF.
007540     IF W-RF-RADIE (W-IDX-RF)
007550        GO TO 4100-EXIT
007560     END-IF.
007570     ADD 1 TO W-NB-AVIS.
007580     ADD 1 TO W-NB-AVIS-VERSION.
007590     MOVE W-RF-LANGUE (W-IDX-RF) TO W-LANGUE-COURANTE.
007600     IF W-LANGUE-COURANTE = SPACES
007610        MOVE 'FR' TO W-LANGUE-COURANTE
007620     END-IF.
007630     PERFORM 4400-CONTROLER-CANAL THRU 4400-EXIT.
007640     PERFORM 4500-CONTROLER-NPAI THRU 4500-EXIT.
007650     PERFORM 5000-EDITER-AVIS THRU 5000-EXIT.
007660 4100-EXIT.
007670     EXIT.
007680*****************************************************************
007690*    4400-CONTROLER-CANAL - L'AVIS DE L'ADHERENT COURANT PART EN
007700*    DIFFUSION ELECTRONIQUE SI L'ADHERENT L'A CHOISIE : DOC-ELEC
007710*    EST OUVERT EN EXTEND POUR LA DUREE DU DOCUMENT ET
007720*    L'ENREGISTREMENT INDEX EST ECRIT EN TETE. LA DIFFUSION
007730*    ELECTRONIQUE PRIME SUR LA RETENUE NPAI (ADRESSE POSTALE).
007740*****************************************************************
007750 4400-CONTROLER-CANAL.
007760     MOVE 'N' TO W-DOC-ELEC-SW.
007770     MOVE ZERO TO W-RANG-ELEC.
007780     IF NOT W-RF-DIFFUSION-ELEC (W-IDX-RF)
007790        GO TO 4400-EXIT
007800     END-IF.
007810     MOVE 'O' TO W-DOC-ELEC-SW.
007820     ADD 1 TO W-NB-ELECTRONIQUES.
007830     OPEN EXTEND DOC-ELEC.
007840     IF W-DOC-ELEC-STATUS = '05'
007850        OPEN OUTPUT DOC-ELEC
007860     END-IF.
007870     MOVE SPACES TO DOC-ELEC-LIGNE.
007880     MOVE 'I' TO EL-TYPE-ENREG.
007890     MOVE W-RF-COADHF (W-IDX-RF) TO EL-COADHF.
007900     MOVE 'TA' TO EL-TYPE-DOC.
007910     MOVE W-PERIODE-AVIS TO EL-PERIODE.
007920     MOVE W-LANGUE-COURANTE TO EL-LANGUE.
007930     MOVE W-RF-EMAIL (W-IDX-RF) TO EL-EMAIL.
007940     MOVE 'HZAV0001' TO EL-PROGRAMME.
007950     MOVE W-DATE-RETENUE TO EL-DATE-PRODUCTION.
007960     MOVE W-HEURE-RETENUE TO EL-HEURE-PRODUCTION.
007970     WRITE DOC-ELEC-LIGNE.
007980 4400-EXIT.
007990     EXIT.
008000*****************************************************************
008010*    4500-CONTROLER-NPAI - L'AVIS DE L'ADHERENT COURANT EST
008020*    RETENU SI SON ADRESSE EST NPAI : DOC-RET EST OUVERT EN
008030*    EXTEND POUR LA DUREE DU DOCUMENT.
008040*****************************************************************
008050 4500-CONTROLER-NPAI.
008060     MOVE 'N' TO W-DOC-RETENU-SW.
008070     MOVE ZERO TO W-RANG-RETENU.
008080     IF DOCUMENT-ELECTRONIQUE
008090        GO TO 4500-EXIT
008100     END-IF.
008110     IF NOT W-RF-ADRESSE-NPAI (W-IDX-RF)
008120        GO TO 4500-EXIT
008130     END-IF.
008140     MOVE 'O' TO W-DOC-RETENU-SW.
008150     ADD 1 TO W-NB-RETENUS.
008160     OPEN EXTEND DOC-RET.
008170     IF W-DOC-RET-STATUS = '05'
008180        OPEN OUTPUT DOC-RET
008190     END-IF.
008200 4500-EXIT.
008210     EXIT.
008220*****************************************************************
008230*    5000-EDITER-AVIS - LIGNE D'IDENTITE (MEME DISPOSITION QUE
008240*    CELLE DU RELEVE, RECONNUE PAR HZPO0001), ADRESSE, CONTRAT,
008250*    DATE D'EFFET, ANCIEN ET NOUVEAU TARIF, COTISATIONS
008260*    MENSUELLES ESTIMEES ET IMPACT.
008270*****************************************************************
008280 5000-EDITER-AVIS.
008290     MOVE ZERO TO W-NB-LIGNES-DOC.
008300     MOVE SPACES TO W-LIGNE-TRAVAIL.
008310     MOVE 01 TO W-RUBRIQUE-DEMANDEE.
008320     MOVE 'AVIS DE CHANGEMENT DE TARIF' TO W-TEXTE-DEFAUT.
008330     PERFORM 2600-CHERCHER-TEXTE THRU 2600-EXIT.
008340     STRING W-TEXTE-EDITION DELIMITED BY SIZE
008350         ' ' DELIMITED BY SIZE
008360         W-RF-COADHF (W-IDX-RF) DELIMITED BY SIZE
008370         ' - ' DELIMITED BY SIZE
008380         W-RF-NOM (W-IDX-RF) DELIMITED BY SIZE
008390         INTO W-LIGNE-TRAVAIL
008400     END-STRING.
008410     PERFORM 7000-IMPRIMER THRU 7000-EXIT.
008420     MOVE W-RF-ADRESSE (W-IDX-RF) TO W-LIGNE-TRAVAIL.
008430     PERFORM 7000-IMPRIMER THRU 7000-EXIT.
008440     MOVE SPACES TO W-LIGNE-TRAVAIL.
008450     STRING W-RF-CODE-POSTAL (W-IDX-RF) DELIMITED BY SIZE
008460         ' ' DELIMITED BY SIZE
008470         W-RF-VILLE (W-IDX-RF) DELIMITED BY SIZE
008480         INTO W-LIGNE-TRAVAIL
008490     END-STRING.
008500     PERFORM 7000-IMPRIMER THRU 7000-EXIT.
008510     MOVE SPACES TO W-LIGNE-TRAVAIL.
008520     PERFORM 7000-IMPRIMER THRU 7000-EXIT.
008530     MOVE 02 TO W-RUBRIQUE-DEMANDEE.
008540     MOVE 'CONTRAT' TO W-TEXTE-DEFAUT.
008550     PERFORM 2600-CHERCHER-TEXTE THRU 2600-EXIT.
008560     MOVE SPACES TO W-LIGNE-TRAVAIL.
008570     STRING W-TEXTE-EDITION DELIMITED BY SIZE
008580         ' : ' DELIMITED BY SIZE
008590         BA-COTRTO DELIMITED BY SIZE
008600         '/' DELIMITED BY SIZE
008610         BA-CETRTF DELIMITED BY SIZE
008620         INTO W-LIGNE-TRAVAIL
008630     END-STRING.
008640     PERFORM 7000-IMPRIMER THRU 7000-EXIT.
008650     MOVE 03 TO W-RUBRIQUE-DEMANDEE.
008660     MOVE 'DATE D''EFFET' TO W-TEXTE-DEFAUT.
008670     PERFORM 2600-CHERCHER-TEXTE THRU 2600-EXIT.
008680     MOVE SPACES TO W-LIGNE-TRAVAIL.
008690     STRING W-TEXTE-EDITION DELIMITED BY SIZE
008700         ' : ' DELIMITED BY SIZE
008710         W-DATE-EFFET-EDIT DELIMITED BY SIZE
008720         INTO W-LIGNE-TRAVAIL
008730     END-STRING.
008740     PERFORM 7000-IMPRIMER THRU 7000-EXIT.
008750     MOVE SPACES TO W-LIGNE-TRAVAIL.
008760     PERFORM 7000-IMPRIMER THRU 7000-EXIT.
008770     MOVE 04 TO W-RUBRIQUE-DEMANDEE.
008780     MOVE 'TARIF ACTUEL - PART FIXE' TO W-TEXTE-DEFAUT.
008790     MOVE W-ANCIEN-FIXE TO W-MT-EDIT.
008800     PERFORM 5100-EDITER-MONTANT THRU 5100-EXIT.
008810     MOVE 05 TO W-RUBRIQUE-DEMANDEE.
008820     MOVE 'TARIF ACTUEL - PART PROPORT.' TO W-TEXTE-DEFAUT.
008830     MOVE W-ANCIEN-TAUX TO W-MT-EDIT.
008840     PERFORM 5100-EDITER-MONTANT THRU 5100-EXIT.
008850     MOVE 06 TO W-RUBRIQUE-DEMANDEE.
008860     MOVE 'NOUVEAU TARIF - PART FIXE' TO W-TEXTE-DEFAUT.
008870     MOVE BA-FIXE TO W-MT-EDIT.
008880     PERFORM 5100-EDITER-MONTANT THRU 5100-EXIT.
008890     MOVE 07 TO W-RUBRIQUE-DEMANDEE.
008900     MOVE 'NOUVEAU TARIF - PART PROPORT.' TO W-TEXTE-DEFAUT.
008910     MOVE BA-TAUX TO W-MT-EDIT.
008920     PERFORM 5100-EDITER-MONTANT THRU 5100-EXIT.
008930     MOVE SPACES TO W-LIGNE-TRAVAIL.
008940     PERFORM 7000-IMPRIMER THRU 7000-EXIT.
008950     MOVE 08 TO W-RUBRIQUE-DEMANDEE.
008960     MOVE 'COTISATION MENSUELLE ACTUELLE' TO W-TEXTE-DEFAUT.
008970     MOVE W-COTIS-ANCIENNE TO W-MT-EDIT.
008980     PERFORM 5100-EDITER-MONTANT THRU 5100-EXIT.
008990     MOVE 09 TO W-RUBRIQUE-DEMANDEE.
009000     MOVE 'NOUVELLE COTISATION MENSUELLE' TO W-TEXTE-DEFAUT.
009010     MOVE W-COTIS-NOUVELLE TO W-MT-EDIT.
009020     PERFORM 5100-EDITER-MONTANT THRU 5100-EXIT.
009030     MOVE 10 TO W-RUBRIQUE-DEMANDEE.
009040     MOVE 'IMPACT MENSUEL ESTIME' TO W-TEXTE-DEFAUT.
009050     MOVE W-IMPACT-MENSUEL TO W-MT-EDIT.
009060     PERFORM 5100-EDITER-MONTANT THRU 5100-EXIT.
009070     MOVE 11 TO W-RUBRIQUE-DEMANDEE.
009080     MOVE 'ESTIMATION HORS PLAFOND' TO W-TEXTE-DEFAUT.
009090     PERFORM 2600-CHERCHER-TEXTE THRU 2600-EXIT.
009100     MOVE W-TEXTE-EDITION TO W-LIGNE-TRAVAIL.
009110     PERFORM 7000-IMPRIMER THRU 7000-EXIT.
009120     MOVE ALL '-' TO W-LIGNE-TRAVAIL.
009130     PERFORM 7000-IMPRIMER THRU 7000-EXIT.
009140     PERFORM 7400-INSCRIRE-REGISTRE THRU 7400-EXIT.
009150     IF DOCUMENT-RETENU
009160        CLOSE DOC-RET
009170     END-IF.
009180     IF DOCUMENT-ELECTRONIQUE
009190        CLOSE DOC-ELEC
009200     END-IF.
009210     IF NOT DOCUMENT-RETENU AND NOT DOCUMENT-ELECTRONIQUE
009220        ADD 1 TO W-NB-IMPRIMES
009230     END-IF.
009240 5000-EXIT.
009250     EXIT.
009260*****************************************************************
009270*    5100-EDITER-MONTANT - LIBELLE DE LA RUBRIQUE DEMANDEE SUIVI
009280*    DU MONTANT EDITE DANS W-MT-EDIT.
009290*****************************************************************
009300 5100-EDITER-MONTANT.
009310     PERFORM 2600-CHERCHER-TEXTE THRU 2600-EXIT.
009320     MOVE SPACES TO W-LIGNE-TRAVAIL.
009330     STRING W-TEXTE-EDITION DELIMITED BY SIZE
009340         ' : ' DELIMITED BY SIZE
009350         W-MT-EDIT DELIMITED BY SIZE
009360         INTO W-LIGNE-TRAVAIL
009370     END-STRING.
009380     PERFORM 7000-IMPRIMER THRU 7000-EXIT.
009390 5100-EXIT.
009400     EXIT.
009410*****************************************************************
009420*    6000-EDITER-VERSION - LIGNE DU RAPPORT AV-RPRT POUR UNE
009430*    VERSION NOUVELLE : COUPLE, DATE D'EFFET, COTISATIONS
009440*    MENSUELLES ANCIENNE ET NOUVELLE, AVIS PRODUITS OU MOTIF
009450*    (PRE-POSE DANS W-LIGNE-TRAVAIL PAR L'APPELANT).
009460*****************************************************************
009470 6000-EDITER-VERSION.
009480     IF W-LIGNE-TRAVAIL = SPACES
009490        MOVE W-NB-AVIS-VERSION TO W-NB-EDIT
009500        STRING W-NB-EDIT DELIMITED BY SIZE
009510            ' AVIS PRODUITS' DELIMITED BY SIZE
009520            INTO W-LIGNE-TRAVAIL
009530        END-STRING
009540     END-IF.
009550     MOVE W-COTIS-ANCIENNE TO W-MT-EDIT.
009560     MOVE W-COTIS-NOUVELLE TO W-MT-EDIT-2.
009570     MOVE W-IMPACT-MENSUEL TO W-MT-EDIT-3.
009580     MOVE SPACES TO AV-RPRT-LIGNE.
009590     STRING '  ' DELIMITED BY SIZE
009600         BA-COTRTO DELIMITED BY SIZE
009610         '/' DELIMITED BY SIZE
009620         BA-CETRTF DELIMITED BY SIZE
009630         ' EFFET ' DELIMITED BY SIZE
009640         BA-DATE-DEBUT DELIMITED BY SIZE
009650         ' ANCIEN ' DELIMITED BY SIZE
009660         W-MT-EDIT DELIMITED BY SIZE
009670         ' NOUVEAU ' DELIMITED BY SIZE
009680         W-MT-EDIT-2 DELIMITED BY SIZE
009690         ' IMPACT ' DELIMITED BY SIZE
009700         W-MT-EDIT-3 DELIMITED BY SIZE
009710         ' - ' DELIMITED BY SIZE
009720         W-LIGNE-TRAVAIL (1:40) DELIMITED BY SIZE
009730         INTO AV-RPRT-LIGNE
009740     END-STRING.
009750     WRITE AV-RPRT-LIGNE.
009760 6000-EXIT.
009770     EXIT.
009780 7000-IMPRIMER.
009790     MOVE W-LIGNE-TRAVAIL TO AV-PRNT-LIGNE.
009800     EVALUATE TRUE
009810        WHEN DOCUMENT-ELECTRONIQUE
009820           PERFORM 7200-EMETTRE-LIGNE THRU 7200-EXIT
009830        WHEN DOCUMENT-RETENU
009840           PERFORM 7100-RETENIR-LIGNE THRU 7100-EXIT
009850        WHEN OTHER
009860           WRITE AV-PRNT-LIGNE
009870     END-EVALUATE.
009880     PERFORM 7300-ARCHIVER-LIGNE THRU 7300-EXIT.
009890 7000-EXIT.
009900     EXIT.
009910 7100-RETENIR-LIGNE.
009920     ADD 1 TO W-RANG-RETENU.
009930     MOVE W-DATE-RETENUE TO DR-DATE-RETENUE.
009940     MOVE W-HEURE-RETENUE TO DR-HEURE-RETENUE.
009950     MOVE 'HZAV0001' TO DR-PROGRAMME.
009960     MOVE 'TA' TO DR-TYPE-DOC.
009970     MOVE W-RF-COADHF (W-IDX-RF) TO DR-COADHF.
009980     MOVE W-PERIODE-AVIS TO DR-REFERENCE.
009990     MOVE W-RANG-RETENU TO DR-RANG.
010000     MOVE AV-PRNT-LIGNE TO DR-LIGNE.
010010     WRITE DOC-RET-LIGNE.
010020 7100-EXIT.
010030     EXIT.
010040 7200-EMETTRE-LIGNE.
010050     ADD 1 TO W-RANG-ELEC.
010060     MOVE 'L' TO EL-TYPE-ENREG.
010070     MOVE W-RF-COADHF (W-IDX-RF) TO EL-COADHF.
010080     MOVE 'TA' TO EL-TYPE-DOC.
010090     MOVE W-PERIODE-AVIS TO EL-PERIODE.
010100     MOVE W-RANG-ELEC TO EL-RANG.
010110     MOVE AV-PRNT-LIGNE TO EL-LIGNE.
010120     WRITE DOC-ELEC-LIGNE.
010130 7200-EXIT.
010140     EXIT.
010150 7300-ARCHIVER-LIGNE.
010160     ADD 1 TO W-RANG-ARCHIVE.
010170     ADD 1 TO W-NB-LIGNES-DOC.
010180     IF W-NB-LIGNES-DOC = 1
010190        MOVE W-RANG-ARCHIVE TO W-RANG-DEBUT-DOC
010200     END-IF.
010210     MOVE 'HZAV0001' TO AR-PROGRAMME.
010220     MOVE W-DATE-RETENUE TO AR-DATE-PRODUCTION.
010230     MOVE W-HEURE-RETENUE TO AR-HEURE-PRODUCTION.
010240     MOVE W-RANG-ARCHIVE TO AR-RANG.
010250     MOVE AV-PRNT-LIGNE TO AR-LIGNE.
010260     WRITE DOC-ARCH-LIGNE.
010270 7300-EXIT.
010280     EXIT.
010290*****************************************************************
010300*    7400-INSCRIRE-REGISTRE - L'AVIS QUI VIENT D'ETRE PRODUIT
010310*    EST PORTE AU REGISTRE DOC-REG AVEC SA POSITION DANS
010320*    DOC-ARCH ET SON CANAL ('E' MESSAGERIE, 'R' RETENU NPAI,
010330*    'P' IMPRIME).
010340*****************************************************************
010350 7400-INSCRIRE-REGISTRE.
010360     IF W-NB-LIGNES-DOC = ZERO
010370        GO TO 7400-EXIT
010380     END-IF.
010390     MOVE SPACES TO DOC-REG-LIGNE.
010400     MOVE W-RF-COADHF (W-IDX-RF) TO RG-COADHF.
010410     MOVE 'TA' TO RG-TYPE-DOC.
010420     MOVE W-PERIODE-AVIS TO RG-PERIODE.
010430     MOVE W-DATE-RETENUE TO RG-DATE-PRODUCTION.
010440     MOVE W-HEURE-RETENUE TO RG-HEURE-PRODUCTION.
010450     MOVE W-LANGUE-COURANTE TO RG-LANGUE.
010460     EVALUATE TRUE
010470        WHEN DOCUMENT-ELECTRONIQUE
010480           MOVE 'E' TO RG-CANAL
010490        WHEN DOCUMENT-RETENU
010500           MOVE 'R' TO RG-CANAL
010510        WHEN OTHER
010520           MOVE 'P' TO RG-CANAL
010530     END-EVALUATE.
010540     MOVE 'HZAV0001' TO RG-PROGRAMME.
010550     MOVE W-RANG-DEBUT-DOC TO RG-RANG-DEBUT.
010560     MOVE W-NB-LIGNES-DOC TO RG-NB-LIGNES.
010570     WRITE DOC-REG-LIGNE.
010580     ADD 1 TO W-NB-INSCRITS.
010590 7400-EXIT.
010600     EXIT.
010610 8000-TERMINE.
010620     IF BAREME-OK OR BAREME-FIN
010630        CLOSE BAREME
010640     END-IF.
010650     MOVE W-NB-VERSIONS-NOUVELLES TO W-NB-EDIT.
010660     MOVE SPACES TO AV-RPRT-LIGNE.
010670     STRING 'VERSIONS NOUVELLES : ' DELIMITED BY SIZE
010680         W-NB-EDIT DELIMITED BY SIZE
010690         INTO AV-RPRT-LIGNE
010700     END-STRING.
010710     WRITE AV-RPRT-LIGNE.
010720     MOVE W-NB-VERSIONS-AVISEES TO W-NB-EDIT.
010730     MOVE SPACES TO AV-RPRT-LIGNE.
010740     STRING 'VERSIONS AVISEES   : ' DELIMITED BY SIZE
010750         W-NB-EDIT DELIMITED BY SIZE
010760         INTO AV-RPRT-LIGNE
010770     END-STRING.
010780     WRITE AV-RPRT-LIGNE.
010790     MOVE W-NB-AVIS TO W-NB-EDIT.
010800     MOVE SPACES TO AV-RPRT-LIGNE.
010810     STRING 'AVIS PRODUITS      : ' DELIMITED BY SIZE
010820         W-NB-EDIT DELIMITED BY SIZE
010830         INTO AV-RPRT-LIGNE
010840     END-STRING.
010850     WRITE AV-RPRT-LIGNE.
010860     CLOSE AV-PRNT AV-RPRT.
010870     CLOSE DOC-ARCH DOC-REG.
010880     MOVE W-NB-AVIS TO W-NB-EDIT.
010890     DISPLAY 'HZAV0001 - AVIS EDITES : ' W-NB-EDIT.
010900     MOVE W-NB-IMPRIMES TO W-NB-EDIT.
010910     DISPLAY 'HZAV0001 - AVIS IMPRIMES : ' W-NB-EDIT.
010920     MOVE W-NB-RETENUS TO W-NB-EDIT.
010930     DISPLAY 'HZAV0001 - AVIS RETENUS (NPAI) : ' W-NB-EDIT.
010940     MOVE W-NB-ELECTRONIQUES TO W-NB-EDIT.
010950     DISPLAY 'HZAV0001 - AVIS PAR MESSAGERIE : ' W-NB-EDIT.
010960     MOVE W-NB-INSCRITS TO W-NB-EDIT.
010970     DISPLAY 'HZAV0001 - AVIS INSCRITS AU REGISTRE : '
010980         W-NB-EDIT.
010990 8000-EXIT.
011000     EXIT.
