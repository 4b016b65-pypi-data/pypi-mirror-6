000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZEA0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. EXTRACTION D'UN ECHANTILLON D'AUDIT AVEC SA PISTE
000080     JUSTIFICATIVE. LA POPULATION DE L'EXERCICE DE EA-PARM EST
000090     SOIT LES FACTURES DU REGISTRE FC-REG ('F'), SOIT LES
000100     MOUVEMENTS FFFFFGS DU JOURNAL FGS-JRNL ('M'). LE TIRAGE EST
000110     ALEATOIRE SIMPLE ('A', SELECTION SEQUENTIELLE SANS REMISE)
000120     OU PAR UNITE MONETAIRE ('U', PAS FIXE SUR LE CUMUL DES
000130     MONTANTS EN VALEUR ABSOLUE) ; IL EST REPRODUCTIBLE : MEME
000140     GRAINE, MEME TAILLE, MEME POPULATION = MEME ECHANTILLON
000150     (GENERATEUR CONGRUENTIEL MULTIPLICATIF 16807 MODULO
000160     2**31-1). POUR CHAQUE ARTICLE TIRE, LA PISTE EST RASSEMBLEE
000170     DANS LE DOSSIER EA-DOS : MAITRE FFFFFGS, IMAGES AVANT
000180     FGS-JRNL, APPROBATIONS MT-APPROB (HZMT0001), TRACES
000190     UPD-AUDIT, LIGNES PREFACT, PIECES FC-REG, ECRITURES GL-POST
000200     DU COMPTE CLIENT AUX DATES DES PIECES ET DES REGLEMENTS,
000210     REGLEMENTS BANQUE. LE DOSSIER EST TRIE PAR RANG D'ARTICLE
000220     PUIS PAR SOURCE. EA-RPRT PORTE LES PARAMETRES DU TIRAGE ET
000230     UNE LIGNE PAR ARTICLE (NOMBRE DE PIECES PAR SOURCE, FACTURE
000240     NON REGLEE SIGNALEE). UNE SOURCE ABSENTE REND LA PISTE
000250     INCOMPLETE (CODE 4).
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
000410     SELECT EA-PARM ASSIGN TO EAPARM
000420         ORGANIZATION SEQUENTIAL
000430         FILE STATUS W-EA-PARM-STATUS.
000440     SELECT FFFFFGS ASSIGN TO FFFFFGS
000450         ORGANIZATION INDEXED
000460         ACCESS MODE DYNAMIC
000470         RECORD KEY FFFFFGS-CLE
000480         ALTERNATE RECORD KEY FFFFFGS-COADHF
000490             WITH DUPLICATES
000500         FILE STATUS W-FFFFFGS-STATUS.
000510     SELECT FC-REG ASSIGN TO FCREG
000520         ORGANIZATION SEQUENTIAL
000530         FILE STATUS W-FC-REG-STATUS.
000540     SELECT FGS-JRNL ASSIGN TO FGSJRNL
000550         ORGANIZATION SEQUENTIAL
000560         FILE STATUS W-FGS-JRNL-STATUS.
000570     SELECT MT-APPROB ASSIGN TO MTAPPROB
000580         ORGANIZATION SEQUENTIAL
000590         FILE STATUS W-MT-APPROB-STATUS.
000600     SELECT UPD-AUDIT ASSIGN TO UPDAUDIT
000610         ORGANIZATION SEQUENTIAL
000620         FILE STATUS W-UPD-AUDIT-STATUS.
000630     SELECT PREFACT ASSIGN TO PREFACT
000640         ORGANIZATION SEQUENTIAL
000650         FILE STATUS W-PREFACT-STATUS.
000660     SELECT GL-POST ASSIGN TO GLPOST
000670         ORGANIZATION SEQUENTIAL
000680         FILE STATUS W-GL-POST-STATUS.
000690     SELECT BANQUE ASSIGN TO BANQUE
000700         ORGANIZATION SEQUENTIAL
000710         FILE STATUS W-BANQUE-STATUS.
000720     SELECT CPT-MAP ASSIGN TO CPTMAP
000730         ORGANIZATION SEQUENTIAL
000740         FILE STATUS W-CPT-MAP-STATUS.
000750     SELECT EA-DOS ASSIGN TO EADOS
000760         ORGANIZATION SEQUENTIAL
000770         FILE STATUS W-EA-DOS-STATUS.
000780     SELECT EA-RPRT ASSIGN TO EARPRT
000790         ORGANIZATION SEQUENTIAL
000800         FILE STATUS W-EA-RPRT-STATUS.
000810     SELECT TRI-DOSSIER ASSIGN TO SORTWK01.
000820 DATA DIVISION.
000830 FILE SECTION.
000840*****************************************************************
000850*    EA-PARM - EXERCICE (AAAA), POPULATION ('F' FACTURES, 'M'
000860*    MOUVEMENTS FFFFFGS), METHODE ('A' ALEATOIRE, 'U' UNITE
000870*    MONETAIRE), GRAINE DU GENERATEUR ET TAILLE DE L'ECHANTILLON
000880*    (500 AU PLUS).
000890*****************************************************************
000900 FD  EA-PARM
000910     LABEL RECORD STANDARD
000920     DATA RECORD EA-PARM-LIGNE.
000930 01  EA-PARM-LIGNE.
000940     05  EP-EXERCICE             PIC 9(04).
000950     05  EP-POPULATION           PIC X(01).
000960     05  EP-METHODE              PIC X(01).
000970     05  EP-GRAINE               PIC 9(09).
000980     05  EP-TAILLE               PIC 9(04).
000990     05  FILLER                  PIC X(61).
001000 FD  FFFFFGS
001010     LABEL RECORD STANDARD
001020     DATA RECORD FFFFFGS-ENREG.
001030 COPY FFFFFFGS.
001040 FD  FC-REG
001050     LABEL RECORD STANDARD
001060     DATA RECORD FC-REG-LIGNE.
001070 01  FC-REG-LIGNE.
001080     05  FR-TYPE-PIECE           PIC X(01).
001090     05  FR-NUMERO-PIECE         PIC 9(08).
001100     05  FR-DATE-PIECE           PIC 9(08).
001110     05  FR-COADHF               PIC X(09).
001120     05  FR-COETBL               PIC X(05).
001130     05  FR-TAUX-TVA             PIC 9(02)V99.
001140     05  FR-MONTANT-HT           PIC S9(11)V99
001150                                 SIGN LEADING SEPARATE.
001160     05  FR-MONTANT-TVA          PIC S9(11)V99
001170                                 SIGN LEADING SEPARATE.
001180     05  FR-MONTANT-TTC          PIC S9(11)V99
001190                                 SIGN LEADING SEPARATE.
001200 FD  FGS-JRNL
001210     LABEL RECORD STANDARD
001220     DATA RECORD FGS-JRNL-LIGNE.
001230 01  FGS-JRNL-LIGNE.
001240     05  JN-HORODATE             PIC X(15).
001250     05  JN-JOB-NAME             PIC X(08).
001260     05  JN-TYPE                 PIC X(01).
001270     05  JN-CLE                  PIC X(12).
001280     05  JN-IMAGE-AVANT          PIC X(90).
001290 FD  MT-APPROB
001300     LABEL RECORD STANDARD
001310     DATA RECORD MT-APPROB-LIGNE.
001320 01  MT-APPROB-LIGNE.
001330     05  AP-CLE                  PIC X(12).
001340     05  AP-ACTION               PIC X(01).
001350     05  AP-DECISION             PIC X(01).
001360     05  AP-USER-ID              PIC X(08).
001370 FD  UPD-AUDIT
001380     LABEL RECORD STANDARD
001390     DATA RECORD UPD-AUDIT-LIGNE.
001400 01  UPD-AUDIT-LIGNE.
001410     05  UA-HORODATE             PIC X(15).
001420     05  UA-USER-ID              PIC X(08).
001430     05  UA-COETBL               PIC X(05).
001440     05  UA-COADHF               PIC X(09).
001450     05  UA-CETRTF               PIC X(05).
001460     05  UA-COTRTO               PIC X(05).
001470     05  UA-COTNET-AVANT         PIC S9(07)V99
001480                                 SIGN LEADING SEPARATE.
001490     05  UA-COTNET-APRES         PIC S9(07)V99
001500                                 SIGN LEADING SEPARATE.
001510 FD  PREFACT
001520     LABEL RECORD STANDARD
001530     DATA RECORD PREFACT-ENREG.
001540 01  PREFACT-ENREG               PIC X(60).
001550 FD  GL-POST
001560     LABEL RECORD STANDARD
001570     DATA RECORD GL-POST-LIGNE.
001580 01  GL-POST-LIGNE.
001590     05  GP-DATE                 PIC 9(08).
001600     05  GP-COMPTE               PIC X(10).
001610     05  GP-SENS                 PIC X(01).
001620     05  GP-MONTANT              PIC S9(11)V99
001630                                 SIGN LEADING SEPARATE.
001640     05  GP-LIBELLE              PIC X(30).
001650 FD  BANQUE
001660     LABEL RECORD STANDARD
001670     DATA RECORD BANQUE-LIGNE.
001680 01  BANQUE-LIGNE.
001690     05  BQ-DATE                 PIC 9(08).
001700     05  BQ-NUMERO-FACTURE       PIC 9(08).
001710     05  BQ-COADHF               PIC X(09).
001720     05  BQ-MONTANT              PIC S9(11)V99
001730                                 SIGN LEADING SEPARATE.
001740     05  BQ-LIBELLE              PIC X(30).
001750 FD  CPT-MAP
001760     LABEL RECORD STANDARD
001770     DATA RECORD CPT-MAP-LIGNE.
001780 01  CPT-MAP-LIGNE.
001790     05  CM-COANAL               PIC X(05).
001800     05  CM-COMPTE-DEBIT         PIC X(10).
001810     05  CM-COMPTE-CREDIT        PIC X(10).
001820     05  CM-ENTITE               PIC X(02).
001830*****************************************************************
001840*    EA-DOS - DOSSIER D'ECHANTILLON : RANG DE L'ARTICLE, SOURCE
001850*    ('ECHANT' POUR L'EN-TETE DE L'ARTICLE) ET IMAGE BRUTE DE
001860*    L'ENREGISTREMENT JUSTIFICATIF.
001870*****************************************************************
001880 FD  EA-DOS
001890     LABEL RECORD STANDARD
001900     DATA RECORD EA-DOS-LIGNE.
001910 01  EA-DOS-LIGNE.
001920     05  ED-RANG                 PIC 9(04).
001930     05  FILLER                  PIC X(01).
001940     05  ED-SOURCE               PIC X(08).
001950     05  FILLER                  PIC X(01).
001960     05  ED-IMAGE                PIC X(130).
001970 FD  EA-RPRT
001980     LABEL RECORD STANDARD
001990     DATA RECORD EA-RPRT-LIGNE.
002000 01  EA-RPRT-LIGNE               PIC X(132).
002010*****************************************************************
002020*    TRI-DOSSIER - FICHIER DE TRI. RANG DE L'ARTICLE, ORDRE DE LA
002030*    SOURCE DANS LA PISTE (0 EN-TETE, 1 FFFFFGS, 2 FGS-JRNL,
002040*    3 MT-APPROB, 4 UPD-AUDIT, 5 PREFACT, 6 FC-REG, 7 GL-POST,
002050*    8 BANQUE) PUIS ORDRE DE LECTURE.
002060*****************************************************************
002070 SD  TRI-DOSSIER
002080     DATA RECORD TRI-LIGNE.
002090 01  TRI-LIGNE.
002100     05  TRI-RANG                PIC 9(04).
002110     05  TRI-ORDRE               PIC 9(01).
002120     05  TRI-SEQ                 PIC 9(07).
002130     05  TRI-SOURCE              PIC X(08).
002140     05  TRI-IMAGE               PIC X(130).
002150 WORKING-STORAGE SECTION.
002160 01  W-EA-PARM-STATUS            PIC XX.
002170     88  EA-PARM-OK              VALUE '00'.
002180 01  W-FFFFFGS-STATUS            PIC XX.
002190     88  FFFFFGS-OK              VALUE '00'.
002200 01  W-FC-REG-STATUS             PIC XX.
002210 01  W-FGS-JRNL-STATUS           PIC XX.
002220 01  W-MT-APPROB-STATUS          PIC XX.
002230 01  W-UPD-AUDIT-STATUS          PIC XX.
002240 01  W-PREFACT-STATUS            PIC XX.
002250 01  W-GL-POST-STATUS            PIC XX.
002260 01  W-BANQUE-STATUS             PIC XX.
002270 01  W-CPT-MAP-STATUS            PIC XX.
002280     88  CPT-MAP-OK              VALUE '00'.
002290     88  CPT-MAP-FIN             VALUE '10'.
002300 01  W-EA-DOS-STATUS             PIC XX.
002310 01  W-EA-RPRT-STATUS            PIC XX.
002320 01  W-STATUT-COURANT            PIC XX.
002330     88  SOURCE-OUVERTE          VALUE '00'.
002340 01  W-FIN-SOURCE                PIC X VALUE 'N'.
002350     88  FIN-SOURCE              VALUE 'O'.
002360 01  W-FIN-TRI                   PIC X VALUE 'N'.
002370     88  FIN-TRI                 VALUE 'O'.
002380 01  W-FIN-MAITRE                PIC X VALUE 'N'.
002390     88  FIN-MAITRE              VALUE 'O'.
002400 01  W-MAITRE-SW                 PIC X VALUE 'N'.
002410     88  MAITRE-OUVERT           VALUE 'O'.
002420 01  W-ARRET-SW                  PIC X VALUE 'N'.
002430     88  ARRET-TRAITEMENT        VALUE 'O'.
002440*****************************************************************
002450*    PARAMETRES DU TIRAGE.
002460*****************************************************************
002470 01  W-EXERCICE                  PIC 9(04) VALUE ZERO.
002480 01  W-EXERCICE-X REDEFINES W-EXERCICE
002490                                 PIC X(04).
002500 01  W-AA                        PIC X(02) VALUE SPACES.
002510 01  W-POPULATION                PIC X(01) VALUE SPACE.
002520     88  POP-FACTURES            VALUE 'F'.
002530     88  POP-MOUVEMENTS          VALUE 'M'.
002540 01  W-METHODE                   PIC X(01) VALUE SPACE.
002550     88  METHODE-ALEATOIRE       VALUE 'A'.
002560     88  METHODE-UNITE           VALUE 'U'.
002570 01  W-GRAINE                    PIC 9(09) VALUE ZERO.
002580 01  W-TAILLE                    PIC 9(04) COMP VALUE ZERO.
002590 01  W-COMPTE-CLIENT             PIC X(10) VALUE SPACES.
002600*****************************************************************
002610*    GENERATEUR PSEUDO-ALEATOIRE : X = 16807 * X MODULO
002620*    2147483647, U = X / 2147483647 DANS ]0,1[.
002630*****************************************************************
002640 01  W-ALEA-X                    PIC 9(10) COMP-3 VALUE 1.
002650 01  W-ALEA-PRODUIT              PIC 9(15) COMP-3 VALUE ZERO.
002660 01  W-ALEA-QUOTIENT             PIC 9(15) COMP-3 VALUE ZERO.
002670 01  W-ALEA-U                    PIC V9(09) COMP-3 VALUE ZERO.
002680*****************************************************************
002690*    POPULATION DE L'EXERCICE (10000 ARTICLES AU PLUS) : CLE DU
002700*    MAITRE (MOUVEMENTS), ADHERENT, NUMERO DE PIECE (FACTURES),
002710*    DATE OU HORODATE ET MONTANT.
002720*****************************************************************
002730 01  W-NB-POPULATION             PIC 9(05) COMP VALUE ZERO.
002740 01  W-TAB-POPULATION.
002750     05  W-PP-ENTREE OCCURS 10000 TIMES.
002760         10  W-PP-CLE            PIC X(12).
002770         10  W-PP-COADHF         PIC X(09).
002780         10  W-PP-NUMERO         PIC 9(08).
002790         10  W-PP-DATE           PIC X(15).
002800         10  W-PP-MONTANT        PIC S9(11)V99 COMP-3.
002810 01  W-IDX-PP                    PIC 9(05) COMP VALUE ZERO.
002820*****************************************************************
002830*    IMAGE AVANT DU JOURNAL FGS-JRNL, VUE SELON LE DESSIN DU
002840*    MAITRE FFFFFGS.
002850*****************************************************************
002860 01  W-IMAGE-JOURNAL.
002870     05  W-IJ-CLE                PIC X(12).
002880     05  W-IJ-COETBL             PIC X(05).
002890     05  W-IJ-COADHF             PIC X(09).
002900     05  W-IJ-LIBELLE            PIC X(30).
002910     05  W-IJ-MONTANT            PIC S9(09)V99 COMP-3.
002920     05  FILLER                  PIC X(28).
002930*****************************************************************
002940*    ECHANTILLON (500 ARTICLES AU PLUS) : ARTICLE TIRE, DATES
002950*    LIEES (PIECES ET REGLEMENTS, POUR LA RECHERCHE DES ECRITURES
002960*    GL-POST), NOMBRE DE PIECES PAR SOURCE DE LA PISTE.
002970*****************************************************************
002980 01  W-NB-ECHANTILLON            PIC 9(04) COMP VALUE ZERO.
002990 01  W-TAB-ECHANTILLON.
003000     05  W-EC-ENTREE OCCURS 500 TIMES.
003010         10  W-EC-CLE            PIC X(12).
003020         10  W-EC-COADHF         PIC X(09).
003030         10  W-EC-NUMERO         PIC 9(08).
003040         10  W-EC-DATE           PIC X(15).
003050         10  W-EC-MONTANT        PIC S9(11)V99 COMP-3.
003060         10  W-EC-REGLE-SW       PIC X(01).
003070         10  W-EC-NB-DATES       PIC 9(02) COMP.
003080         10  W-EC-DATE-LIEE      PIC 9(08) OCCURS 12 TIMES.
003090         10  W-EC-NB-SOURCE      PIC 9(05) COMP OCCURS 8 TIMES.
003100 01  W-IDX-EC                    PIC 9(04) COMP VALUE ZERO.
003110 01  W-IDX-DT                    PIC 9(02) COMP VALUE ZERO.
003120 01  W-IDX-SRC                   PIC 9(02) COMP VALUE ZERO.
003130 01  W-DATE-TROUVEE-SW           PIC X VALUE 'N'.
003140     88  DATE-TROUVEE            VALUE 'O'.
003150*****************************************************************
003160*    TIRAGE : SELECTION SEQUENTIELLE (RANG T, RESTE DE LA
003170*    POPULATION, SEUIL) ET UNITE MONETAIRE (TOTAL, PAS, POINT DE
003180*    SELECTION COURANT, CUMUL).
003190*****************************************************************
003200 01  W-RESTE-POPULATION          PIC 9(05) COMP VALUE ZERO.
003210 01  W-RESTE-A-TIRER             PIC 9(05) COMP VALUE ZERO.
003220 01  W-SEUIL                     PIC 9(05)V9(09) COMP-3 VALUE 0.
003230 01  W-MONTANT-ABS               PIC S9(11)V99 COMP-3 VALUE 0.
003240 01  W-TOTAL-POPULATION          PIC S9(15)V99 COMP-3 VALUE 0.
003250 01  W-PAS                       PIC S9(15)V9(04) COMP-3 VALUE 0.
003260 01  W-POINT                     PIC S9(15)V9(04) COMP-3 VALUE 0.
003270 01  W-CUMUL                     PIC S9(15)V99 COMP-3 VALUE 0.
003280*****************************************************************
003290*    VERSEMENT AU TRI ET CONTEXTE DE LECTURE DES SOURCES.
003300*****************************************************************
003310 01  W-ORDRE-COURANT             PIC 9(01) VALUE ZERO.
003320 01  W-SOURCE-COURANTE           PIC X(08) VALUE SPACES.
003330 01  W-IMAGE-COURANTE            PIC X(130) VALUE SPACES.
003340 01  W-NB-VERSES                 PIC 9(07) COMP VALUE ZERO.
003350 01  W-PREFACT-AA                PIC X(02) VALUE SPACES.
003360 01  W-DATE-TRAVAIL              PIC 9(08) VALUE ZERO.
003370 01  W-NB-LUS                    PIC 9(07) COMP VALUE ZERO.
003380 01  W-NB-DOSSIER                PIC 9(07) COMP VALUE ZERO.
003390 01  W-NB-NON-REGLEES            PIC 9(05) COMP VALUE ZERO.
003400 01  W-NB-EDIT                   PIC Z(06)9.
003410 01  W-MT-EDIT                   PIC -(14)9,99.
003420 01  W-LIGNE-TRAVAIL             PIC X(132).
003430*****************************************************************
003440*    LIGNE D'ARTICLE DU RAPPORT.
003450*****************************************************************
003460 01  W-LIGNE-ARTICLE.
003470     05  WLA-RANG                PIC Z(03)9.
003480     05  FILLER                  PIC X(01) VALUE SPACE.
003490     05  WLA-CLE                 PIC X(12).
003500     05  FILLER                  PIC X(01) VALUE SPACE.
003510     05  WLA-COADHF              PIC X(09).
003520     05  FILLER                  PIC X(01) VALUE SPACE.
003530     05  WLA-NUMERO              PIC Z(07)9.
003540     05  FILLER                  PIC X(01) VALUE SPACE.
003550     05  WLA-DATE                PIC X(15).
003560     05  FILLER                  PIC X(01) VALUE SPACE.
003570     05  WLA-MONTANT             PIC -(11)9,99.
003580     05  WLA-SOURCE OCCURS 8 TIMES.
003590         10  FILLER              PIC X(01).
003600         10  WLA-NB              PIC ZZ9.
003610     05  FILLER                  PIC X(01) VALUE SPACE.
003620     05  WLA-REGLEMENT           PIC X(10).
003630     05  FILLER                  PIC X(02) VALUE SPACES.
003640 PROCEDURE DIVISION.
003650 0000-MAINLINE.
003660     PERFORM 1000-INITIALISE THRU 1000-EXIT.
003670     IF NOT ARRET-TRAITEMENT
003680        PERFORM 1500-CHARGER-POPULATION THRU 1500-EXIT
003690     END-IF.
003700     IF NOT ARRET-TRAITEMENT
003710        PERFORM 3000-TIRER-ECHANTILLON THRU 3000-EXIT
003720     END-IF.
003730     IF NOT ARRET-TRAITEMENT AND W-NB-ECHANTILLON > ZERO
003740        PERFORM 1700-CHARGER-COMPTE-CLIENT THRU 1700-EXIT
003750        SORT TRI-DOSSIER
003760           ON ASCENDING KEY TRI-RANG TRI-ORDRE TRI-SEQ
003770           INPUT PROCEDURE 4000-RASSEMBLER-PISTE THRU 4000-EXIT
003780           OUTPUT PROCEDURE 7000-ECRIRE-DOSSIER THRU 7000-EXIT
003790     END-IF.
003800     PERFORM 8000-TERMINE THRU 8000-EXIT.
003810     GOBACK.
003820*****************************************************************
003830*    1000-INITIALISE - LECTURE ET CONTROLE DES PARAMETRES. GRAINE
003840*    NULLE RAMENEE A 1, TAILLE PLAFONNEE A 500. LE MAITRE FFFFFGS
003850*    EST OUVERT EN LECTURE POUR TOUTE LA DUREE DU TRAITEMENT.
003860*****************************************************************
003870 1000-INITIALISE.
003880     OPEN OUTPUT EA-DOS EA-RPRT.
003890     OPEN INPUT EA-PARM.
003900     IF NOT EA-PARM-OK
003910        DISPLAY 'HZEA0001 - EA-PARM INDISPONIBLE - STATUT '
003920            W-EA-PARM-STATUS
003930        MOVE 'O' TO W-ARRET-SW
003940        MOVE 8 TO RETURN-CODE
003950        GO TO 1000-EXIT
003960     END-IF.
003970     READ EA-PARM
003980        AT END
003990           DISPLAY 'HZEA0001 - EA-PARM VIDE'
004000           MOVE 'O' TO W-ARRET-SW
004010           MOVE 8 TO RETURN-CODE
004020     END-READ.
004030     CLOSE EA-PARM.
004040     IF ARRET-TRAITEMENT
004050        GO TO 1000-EXIT
004060     END-IF.
004070     MOVE EP-POPULATION TO W-POPULATION.
004080     MOVE EP-METHODE TO W-METHODE.
004090     IF EP-EXERCICE NOT NUMERIC OR EP-EXERCICE = ZERO
004100           OR EP-TAILLE NOT NUMERIC OR EP-TAILLE = ZERO
004110           OR NOT (POP-FACTURES OR POP-MOUVEMENTS)
004120           OR NOT (METHODE-ALEATOIRE OR METHODE-UNITE)
004130        DISPLAY 'HZEA0001 - PARAMETRES EA-PARM INVALIDES : '
004140            EA-PARM-LIGNE (1:19)
004150        MOVE 'O' TO W-ARRET-SW
004160        MOVE 8 TO RETURN-CODE
004170        GO TO 1000-EXIT
004180     END-IF.
004190     MOVE EP-EXERCICE TO W-EXERCICE.
004200     MOVE W-EXERCICE-X (3:2) TO W-AA.
004210     IF EP-GRAINE NUMERIC AND EP-GRAINE > ZERO
004220        MOVE EP-GRAINE TO W-GRAINE
004230     ELSE
004240        MOVE 1 TO W-GRAINE
004250     END-IF.
004260     MOVE W-GRAINE TO W-ALEA-X.
004270     IF EP-TAILLE > 500
004280        DISPLAY 'HZEA0001 - TAILLE ' EP-TAILLE
004290            ' PLAFONNEE A 500'
004300        MOVE 500 TO W-TAILLE
004310        IF RETURN-CODE < 4
004320           MOVE 4 TO RETURN-CODE
004330        END-IF
004340     ELSE
004350        MOVE EP-TAILLE TO W-TAILLE
004360     END-IF.
004370     OPEN INPUT FFFFFGS.
004380     IF FFFFFGS-OK
004390        MOVE 'O' TO W-MAITRE-SW
004400     ELSE
004410        DISPLAY 'HZEA0001 - FFFFFGS INDISPONIBLE - STATUT '
004420            W-FFFFFGS-STATUS ' - PISTE INCOMPLETE'
004430        IF RETURN-CODE < 4
004440           MOVE 4 TO RETURN-CODE
004450        END-IF
004460     END-IF.
004470 1000-EXIT.
004480     EXIT.
004490*****************************************************************
004500*    1500-CHARGER-POPULATION - FACTURES DE L'EXERCICE (TYPE 'F'
004510*    DU REGISTRE, MONTANT TTC) OU MOUVEMENTS DE L'EXERCICE
004520*    (JOURNAL FGS-JRNL, MONTANT DE L'IMAGE AVANT ; POUR UNE
004530*    CREATION, MONTANT DU MAITRE). POPULATION TROP VOLUMINEUSE :
004540*    ARRET, L'ECHANTILLON NE SERAIT PAS REPRODUCTIBLE.
004550*****************************************************************
004560 1500-CHARGER-POPULATION.
004570     IF POP-FACTURES
004580        OPEN INPUT FC-REG
004590        MOVE W-FC-REG-STATUS TO W-STATUT-COURANT
004600     ELSE
004610        OPEN INPUT FGS-JRNL
004620        MOVE W-FGS-JRNL-STATUS TO W-STATUT-COURANT
004630     END-IF.
004640     IF NOT SOURCE-OUVERTE
004650        DISPLAY 'HZEA0001 - POPULATION INDISPONIBLE - STATUT '
004660            W-STATUT-COURANT
004670        MOVE 'O' TO W-ARRET-SW
004680        MOVE 8 TO RETURN-CODE
004690        GO TO 1500-EXIT
004700     END-IF.
004710     MOVE 'N' TO W-FIN-SOURCE.
004720     IF POP-FACTURES
004730        PERFORM 1510-LIRE-FACTURE THRU 1510-EXIT
004740           UNTIL FIN-SOURCE OR ARRET-TRAITEMENT
004750        CLOSE FC-REG
004760     ELSE
004770        PERFORM 1550-LIRE-MOUVEMENT THRU 1550-EXIT
004780           UNTIL FIN-SOURCE OR ARRET-TRAITEMENT
004790        CLOSE FGS-JRNL
004800     END-IF.
004810 1500-EXIT.
004820     EXIT.
004830 1510-LIRE-FACTURE.
004840     READ FC-REG
004850        AT END
004860           MOVE 'O' TO W-FIN-SOURCE
004870           GO TO 1510-EXIT
004880     END-READ.
004890     IF FR-TYPE-PIECE NOT = 'F'
004900           OR FR-DATE-PIECE (1:4) NOT = W-EXERCICE-X
004910        GO TO 1510-EXIT
004920     END-IF.
004930     PERFORM 1590-AJOUTER-ARTICLE THRU 1590-EXIT.
004940     IF ARRET-TRAITEMENT
004950        GO TO 1510-EXIT
004960     END-IF.
004970     MOVE FR-COADHF TO W-PP-CLE (W-IDX-PP).
004980     MOVE FR-COADHF TO W-PP-COADHF (W-IDX-PP).
004990     MOVE FR-NUMERO-PIECE TO W-PP-NUMERO (W-IDX-PP).
005000     MOVE FR-DATE-PIECE TO W-PP-DATE (W-IDX-PP).
005010     MOVE FR-MONTANT-TTC TO W-PP-MONTANT (W-IDX-PP).
005020 1510-EXIT.
005030     EXIT.
005040 1550-LIRE-MOUVEMENT.
005050     READ FGS-JRNL
005060        AT END
005070           MOVE 'O' TO W-FIN-SOURCE
005080           GO TO 1550-EXIT
005090     END-READ.
005100     IF JN-HORODATE (1:2) NOT = W-AA
005110        GO TO 1550-EXIT
005120     END-IF.
005130     PERFORM 1590-AJOUTER-ARTICLE THRU 1590-EXIT.
005140     IF ARRET-TRAITEMENT
005150        GO TO 1550-EXIT
005160     END-IF.
005170     MOVE JN-CLE TO W-PP-CLE (W-IDX-PP).
005180     MOVE JN-CLE (1:9) TO W-PP-COADHF (W-IDX-PP).
005190     MOVE ZERO TO W-PP-NUMERO (W-IDX-PP).
005200     MOVE JN-HORODATE TO W-PP-DATE (W-IDX-PP).
005210     MOVE ZERO TO W-PP-MONTANT (W-IDX-PP).
005220     IF JN-TYPE = 'C'
005230        IF MAITRE-OUVERT
005240           MOVE JN-CLE TO FFFFFGS-CLE
005250           READ FFFFFGS
005260              INVALID KEY CONTINUE
005270              NOT INVALID KEY
005280                 MOVE FFFFFGS-MONTANT TO W-PP-MONTANT (W-IDX-PP)
005290           END-READ
005300        END-IF
005310     ELSE
005320        MOVE JN-IMAGE-AVANT TO W-IMAGE-JOURNAL
005330        IF W-IJ-MONTANT NUMERIC
005340           MOVE W-IJ-MONTANT TO W-PP-MONTANT (W-IDX-PP)
005350        END-IF
005360     END-IF.
005370 1550-EXIT.
005380     EXIT.
005390 1590-AJOUTER-ARTICLE.
005400     IF W-NB-POPULATION NOT < 10000
005410        DISPLAY 'HZEA0001 - POPULATION SUPERIEURE A 10000 '
005420            'ARTICLES - TIRAGE ABANDONNE'
005430        MOVE 'O' TO W-ARRET-SW
005440        MOVE 8 TO RETURN-CODE
005450        GO TO 1590-EXIT
005460     END-IF.
005470     ADD 1 TO W-NB-POPULATION.
005480     MOVE W-NB-POPULATION TO W-IDX-PP.
005490 1590-EXIT.
005500     EXIT.
005510*****************************************************************
005520*    1700-CHARGER-COMPTE-CLIENT - COMPTE CLIENT DE L'ENTREE
005530*    'FACT' DU PLAN, SUPPORT DES ECRITURES GL-POST DE LA PISTE.
005540*****************************************************************
005550 1700-CHARGER-COMPTE-CLIENT.
005560     OPEN INPUT CPT-MAP.
005570     IF NOT CPT-MAP-OK
005580        DISPLAY 'HZEA0001 - CPT-MAP INDISPONIBLE - STATUT '
005590            W-CPT-MAP-STATUS
005600        GO TO 1700-EXIT
005610     END-IF.
005620     PERFORM UNTIL CPT-MAP-FIN
005630        READ CPT-MAP
005640           AT END SET CPT-MAP-FIN TO TRUE
005650           NOT AT END
005660              IF CM-COANAL = 'FACT'
005670                 MOVE CM-COMPTE-DEBIT TO W-COMPTE-CLIENT
005680              END-IF
005690        END-READ
005700     END-PERFORM.
005710     CLOSE CPT-MAP.
005720 1700-EXIT.
005730     EXIT.
005740*****************************************************************
005750*    3000-TIRER-ECHANTILLON - TIRAGE ET EDITION DES PARAMETRES.
005760*    ALEATOIRE : L'ARTICLE DE RANG T EST RETENU SI
005770*    (N - T + 1) * U < RESTE A TIRER (CHAQUE ARTICLE A LA MEME
005780*    PROBABILITE, TAILLE EXACTE). UNITE MONETAIRE : PAS = TOTAL /
005790*    TAILLE, PREMIER POINT = U * PAS ; L'ARTICLE DONT LE CUMUL
005800*    FRANCHIT UN POINT EST RETENU (UN GROS ARTICLE COUVRANT
005810*    PLUSIEURS POINTS N'EST RETENU QU'UNE FOIS).
005820*****************************************************************
005830 3000-TIRER-ECHANTILLON.
005840     MOVE SPACES TO W-LIGNE-TRAVAIL.
005850     STRING 'ECHANTILLON D''AUDIT DE L''EXERCICE '
005860         DELIMITED BY SIZE
005870         W-EXERCICE DELIMITED BY SIZE
005880         ' - HZEA0001' DELIMITED BY SIZE
005890         INTO W-LIGNE-TRAVAIL
005900     END-STRING.
005910     MOVE W-LIGNE-TRAVAIL TO EA-RPRT-LIGNE.
005920     WRITE EA-RPRT-LIGNE.
005930     MOVE SPACES TO W-LIGNE-TRAVAIL.
005940     IF POP-FACTURES
005950        MOVE 'POPULATION : FACTURES FC-REG' TO W-LIGNE-TRAVAIL
005960     ELSE
005970        MOVE 'POPULATION : MOUVEMENTS FGS-JRNL' TO W-LIGNE-TRAVAIL
005980     END-IF.
005990     IF METHODE-ALEATOIRE
006000        MOVE 'METHODE : ALEATOIRE SIMPLE'
006010           TO W-LIGNE-TRAVAIL (40:)
006020     ELSE
006030        MOVE 'METHODE : UNITE MONETAIRE'
006040           TO W-LIGNE-TRAVAIL (40:)
006050     END-IF.
006060     MOVE W-LIGNE-TRAVAIL TO EA-RPRT-LIGNE.
006070     WRITE EA-RPRT-LIGNE.
006080     MOVE SPACES TO W-LIGNE-TRAVAIL.
006090     MOVE W-NB-POPULATION TO W-NB-EDIT.
006100     STRING 'ARTICLES : ' DELIMITED BY SIZE
006110         W-NB-EDIT DELIMITED BY SIZE
006120         '   GRAINE : ' DELIMITED BY SIZE
006130         W-GRAINE DELIMITED BY SIZE
006140         INTO W-LIGNE-TRAVAIL
006150     END-STRING.
006160     MOVE W-TAILLE TO W-NB-EDIT.
006170     STRING '   TAILLE DEMANDEE : ' DELIMITED BY SIZE
006180         W-NB-EDIT DELIMITED BY SIZE
006190         INTO W-LIGNE-TRAVAIL (50:)
006200     END-STRING.
006210     MOVE W-LIGNE-TRAVAIL TO EA-RPRT-LIGNE.
006220     WRITE EA-RPRT-LIGNE.
006230     IF W-NB-POPULATION = ZERO
006240        MOVE 'POPULATION VIDE - AUCUN TIRAGE' TO EA-RPRT-LIGNE
006250        WRITE EA-RPRT-LIGNE
006260        DISPLAY 'HZEA0001 - POPULATION VIDE POUR L''EXERCICE '
006270            W-EXERCICE
006280        IF RETURN-CODE < 4
006290           MOVE 4 TO RETURN-CODE
006300        END-IF
006310        GO TO 3000-EXIT
006320     END-IF.
006330     IF METHODE-ALEATOIRE
006340        IF W-TAILLE > W-NB-POPULATION
006350           MOVE W-NB-POPULATION TO W-TAILLE
006360        END-IF
006370        PERFORM 3100-TESTER-ARTICLE THRU 3100-EXIT
006380           VARYING W-IDX-PP FROM 1 BY 1
006390           UNTIL W-IDX-PP > W-NB-POPULATION
006400              OR W-NB-ECHANTILLON = W-TAILLE
006410        GO TO 3000-EXIT
006420     END-IF.
006430     MOVE ZERO TO W-TOTAL-POPULATION.
006440     PERFORM 3200-TOTALISER-ARTICLE THRU 3200-EXIT
006450        VARYING W-IDX-PP FROM 1 BY 1
006460        UNTIL W-IDX-PP > W-NB-POPULATION.
006470     IF W-TOTAL-POPULATION = ZERO
006480        MOVE 'MONTANT TOTAL NUL - AUCUN TIRAGE' TO EA-RPRT-LIGNE
006490        WRITE EA-RPRT-LIGNE
006500        DISPLAY 'HZEA0001 - MONTANT TOTAL NUL - AUCUN TIRAGE'
006510        IF RETURN-CODE < 4
006520           MOVE 4 TO RETURN-CODE
006530        END-IF
006540        GO TO 3000-EXIT
006550     END-IF.
006560     COMPUTE W-PAS = W-TOTAL-POPULATION / W-TAILLE.
006570     PERFORM 3900-TIRER-ALEA THRU 3900-EXIT.
006580     COMPUTE W-POINT = W-PAS * W-ALEA-U.
006590     MOVE SPACES TO W-LIGNE-TRAVAIL.
006600     MOVE W-TOTAL-POPULATION TO W-MT-EDIT.
006610     STRING 'MONTANT TOTAL : ' DELIMITED BY SIZE
006620         W-MT-EDIT DELIMITED BY SIZE
006630         INTO W-LIGNE-TRAVAIL
006640     END-STRING.
006650     MOVE W-PAS TO W-MT-EDIT.
006660     STRING '   PAS : ' DELIMITED BY SIZE
006670         W-MT-EDIT DELIMITED BY SIZE
006680         INTO W-LIGNE-TRAVAIL (50:)
006690     END-STRING.
006700     MOVE W-LIGNE-TRAVAIL TO EA-RPRT-LIGNE.
006710     WRITE EA-RPRT-LIGNE.
006720     MOVE ZERO TO W-CUMUL.
006730     PERFORM 3300-CUMULER-ARTICLE THRU 3300-EXIT
006740        VARYING W-IDX-PP FROM 1 BY 1
006750        UNTIL W-IDX-PP > W-NB-POPULATION
006760           OR W-NB-ECHANTILLON = W-TAILLE.
006770 3000-EXIT.
006780     EXIT.
006790 3100-TESTER-ARTICLE.
006800     PERFORM 3900-TIRER-ALEA THRU 3900-EXIT.
006810     COMPUTE W-RESTE-POPULATION = W-NB-POPULATION - W-IDX-PP + 1.
006820     COMPUTE W-RESTE-A-TIRER = W-TAILLE - W-NB-ECHANTILLON.
006830     COMPUTE W-SEUIL = W-RESTE-POPULATION * W-ALEA-U.
006840     IF W-SEUIL < W-RESTE-A-TIRER
006850        PERFORM 3500-RETENIR-ARTICLE THRU 3500-EXIT
006860     END-IF.
006870 3100-EXIT.
006880     EXIT.
006890 3200-TOTALISER-ARTICLE.
006900     MOVE W-PP-MONTANT (W-IDX-PP) TO W-MONTANT-ABS.
006910     IF W-MONTANT-ABS < ZERO
006920        COMPUTE W-MONTANT-ABS = W-MONTANT-ABS * -1
006930     END-IF.
006940     ADD W-MONTANT-ABS TO W-TOTAL-POPULATION.
006950 3200-EXIT.
006960     EXIT.
006970 3300-CUMULER-ARTICLE.
006980     MOVE W-PP-MONTANT (W-IDX-PP) TO W-MONTANT-ABS.
006990     IF W-MONTANT-ABS < ZERO
007000        COMPUTE W-MONTANT-ABS = W-MONTANT-ABS * -1
007010     END-IF.
007020     IF W-MONTANT-ABS = ZERO
007030        GO TO 3300-EXIT
007040     END-IF.
007050     ADD W-MONTANT-ABS TO W-CUMUL.
007060     IF W-CUMUL > W-POINT
007070        PERFORM 3500-RETENIR-ARTICLE THRU 3500-EXIT
007080        PERFORM 3310-AVANCER-POINT THRU 3310-EXIT
007090           UNTIL W-POINT NOT < W-CUMUL
007100     END-IF.
007110 3300-EXIT.
007120     EXIT.
007130 3310-AVANCER-POINT.
007140     ADD W-PAS TO W-POINT.
007150 3310-EXIT.
007160     EXIT.
007170 3500-RETENIR-ARTICLE.
007180     ADD 1 TO W-NB-ECHANTILLON.
007190     MOVE W-NB-ECHANTILLON TO W-IDX-EC.
007200     MOVE W-PP-CLE (W-IDX-PP) TO W-EC-CLE (W-IDX-EC).
007210     MOVE W-PP-COADHF (W-IDX-PP) TO W-EC-COADHF (W-IDX-EC).
007220     MOVE W-PP-NUMERO (W-IDX-PP) TO W-EC-NUMERO (W-IDX-EC).
007230     MOVE W-PP-DATE (W-IDX-PP) TO W-EC-DATE (W-IDX-EC).
007240     MOVE W-PP-MONTANT (W-IDX-PP) TO W-EC-MONTANT (W-IDX-EC).
007250     MOVE 'N' TO W-EC-REGLE-SW (W-IDX-EC).
007260     MOVE ZERO TO W-EC-NB-DATES (W-IDX-EC).
007270     PERFORM 3510-RAZ-SOURCE THRU 3510-EXIT
007280        VARYING W-IDX-SRC FROM 1 BY 1 UNTIL W-IDX-SRC > 8.
007290 3500-EXIT.
007300     EXIT.
007310 3510-RAZ-SOURCE.
007320     MOVE ZERO TO W-EC-NB-SOURCE (W-IDX-EC W-IDX-SRC).
007330 3510-EXIT.
007340     EXIT.
007350*****************************************************************
007360*    3900-TIRER-ALEA - NOMBRE SUIVANT DU GENERATEUR DANS W-ALEA-U.
007370*****************************************************************
007380 3900-TIRER-ALEA.
007390     COMPUTE W-ALEA-PRODUIT = W-ALEA-X * 16807.
007400     DIVIDE W-ALEA-PRODUIT BY 2147483647
007410        GIVING W-ALEA-QUOTIENT REMAINDER W-ALEA-X.
007420     COMPUTE W-ALEA-U = W-ALEA-X / 2147483647.
007430 3900-EXIT.
007440     EXIT.
007450*****************************************************************
007460*    4000-RASSEMBLER-PISTE - PROCEDURE D'ENTREE DU TRI : UN
007470*    EN-TETE PAR ARTICLE, PUIS CHAQUE SOURCE EST LUE UNE FOIS ET
007480*    CHAQUE ENREGISTREMENT EST VERSE POUR CHAQUE ARTICLE QU'IL
007490*    JUSTIFIE. FC-REG ET BANQUE SONT LUS AVANT GL-POST : LEURS
007500*    DATES DESIGNENT LES ECRITURES DU COMPTE CLIENT A RETENIR.
007510*    UNE SOURCE ABSENTE EST SIGNALEE (PISTE INCOMPLETE, CODE 4).
007520*****************************************************************
007530 4000-RASSEMBLER-PISTE SECTION.
007540 4000-DEBUT.
007550     PERFORM 4050-VERSER-ENTETE THRU 4050-EXIT
007560        VARYING W-IDX-EC FROM 1 BY 1
007570        UNTIL W-IDX-EC > W-NB-ECHANTILLON.
007580     PERFORM 4100-LIRE-FCREG THRU 4100-EXIT.
007590     PERFORM 4200-LIRE-BANQUE THRU 4200-EXIT.
007600     PERFORM 4300-LIRE-GLPOST THRU 4300-EXIT.
007610     PERFORM 4400-LIRE-MAITRE THRU 4400-EXIT
007620        VARYING W-IDX-EC FROM 1 BY 1
007630        UNTIL W-IDX-EC > W-NB-ECHANTILLON.
007640     PERFORM 4500-LIRE-JOURNAL THRU 4500-EXIT.
007650     PERFORM 4600-LIRE-APPROB THRU 4600-EXIT.
007660     PERFORM 4700-LIRE-AUDIT THRU 4700-EXIT.
007670     PERFORM 4800-LIRE-PREFACT THRU 4800-EXIT.
007680 4000-EXIT.
007690     EXIT.
007700 4050-VERSER-ENTETE.
007710     MOVE 0 TO W-ORDRE-COURANT.
007720     MOVE 'ECHANT' TO W-SOURCE-COURANTE.
007730     MOVE SPACES TO W-IMAGE-COURANTE.
007740     MOVE W-EC-MONTANT (W-IDX-EC) TO W-MT-EDIT.
007750     STRING W-POPULATION DELIMITED BY SIZE
007760         W-METHODE DELIMITED BY SIZE
007770         ' ' DELIMITED BY SIZE
007780         W-EC-CLE (W-IDX-EC) DELIMITED BY SIZE
007790         ' ' DELIMITED BY SIZE
007800         W-EC-COADHF (W-IDX-EC) DELIMITED BY SIZE
007810         ' ' DELIMITED BY SIZE
007820         W-EC-NUMERO (W-IDX-EC) DELIMITED BY SIZE
007830         ' ' DELIMITED BY SIZE
007840         W-EC-DATE (W-IDX-EC) DELIMITED BY SIZE
007850         ' ' DELIMITED BY SIZE
007860         W-MT-EDIT DELIMITED BY SIZE
007870         INTO W-IMAGE-COURANTE
007880     END-STRING.
007890     PERFORM 4900-VERSER THRU 4900-EXIT.
007900 4050-EXIT.
007910     EXIT.
007920*****************************************************************
007930*    4100-LIRE-FCREG - LA FACTURE TIREE ; POUR UN MOUVEMENT, LES
007940*    PIECES DE L'ADHERENT DANS L'EXERCICE.
007950*****************************************************************
007960 4100-LIRE-FCREG.
007970     OPEN INPUT FC-REG.
007980     MOVE W-FC-REG-STATUS TO W-STATUT-COURANT.
007990     MOVE 'FCREG' TO W-SOURCE-COURANTE.
008000     IF NOT SOURCE-OUVERTE
008010        PERFORM 4950-SIGNALER-ABSENCE THRU 4950-EXIT
008020        GO TO 4100-EXIT
008030     END-IF.
008040     MOVE 6 TO W-ORDRE-COURANT.
008050     MOVE 'N' TO W-FIN-SOURCE.
008060     PERFORM UNTIL FIN-SOURCE
008070        READ FC-REG
008080           AT END SET FIN-SOURCE TO TRUE
008090           NOT AT END
008100              MOVE FC-REG-LIGNE TO W-IMAGE-COURANTE
008110              PERFORM 4110-COMPARER-FCREG THRU 4110-EXIT
008120                 VARYING W-IDX-EC FROM 1 BY 1
008130                 UNTIL W-IDX-EC > W-NB-ECHANTILLON
008140        END-READ
008150     END-PERFORM.
008160     CLOSE FC-REG.
008170 4100-EXIT.
008180     EXIT.
008190 4110-COMPARER-FCREG.
008200     IF POP-FACTURES
008210        IF FR-TYPE-PIECE NOT = 'F'
008220              OR FR-NUMERO-PIECE NOT = W-EC-NUMERO (W-IDX-EC)
008230           GO TO 4110-EXIT
008240        END-IF
008250     ELSE
008260        IF FR-COADHF NOT = W-EC-COADHF (W-IDX-EC)
008270              OR FR-DATE-PIECE (1:4) NOT = W-EXERCICE-X
008280           GO TO 4110-EXIT
008290        END-IF
008300     END-IF.
008310     MOVE FR-DATE-PIECE TO W-DATE-TRAVAIL.
008320     PERFORM 4960-LIER-DATE THRU 4960-EXIT.
008330     PERFORM 4900-VERSER THRU 4900-EXIT.
008340 4110-EXIT.
008350     EXIT.
008360*****************************************************************
008370*    4200-LIRE-BANQUE - REGLEMENT DE LA FACTURE TIREE (NUMERO DE
008380*    FACTURE, OU A DEFAUT MEME ADHERENT ET MONTANT TTC) ; POUR
008390*    UN MOUVEMENT, LES REGLEMENTS DE L'ADHERENT DANS L'EXERCICE.
008400*****************************************************************
008410 4200-LIRE-BANQUE.
008420     OPEN INPUT BANQUE.
008430     MOVE W-BANQUE-STATUS TO W-STATUT-COURANT.
008440     MOVE 'BANQUE' TO W-SOURCE-COURANTE.
008450     IF NOT SOURCE-OUVERTE
008460        PERFORM 4950-SIGNALER-ABSENCE THRU 4950-EXIT
008470        GO TO 4200-EXIT
008480     END-IF.
008490     MOVE 8 TO W-ORDRE-COURANT.
008500     MOVE 'N' TO W-FIN-SOURCE.
008510     PERFORM UNTIL FIN-SOURCE
008520        READ BANQUE
008530           AT END SET FIN-SOURCE TO TRUE
008540           NOT AT END
008550              MOVE BANQUE-LIGNE TO W-IMAGE-COURANTE
008560              PERFORM 4210-COMPARER-BANQUE THRU 4210-EXIT
008570                 VARYING W-IDX-EC FROM 1 BY 1
008580                 UNTIL W-IDX-EC > W-NB-ECHANTILLON
008590        END-READ
008600     END-PERFORM.
008610     CLOSE BANQUE.
008620 4200-EXIT.
008630     EXIT.
008640 4210-COMPARER-BANQUE.
008650     IF POP-FACTURES
008660        IF BQ-NUMERO-FACTURE NOT = ZERO
008670           IF BQ-NUMERO-FACTURE NOT = W-EC-NUMERO (W-IDX-EC)
008680              GO TO 4210-EXIT
008690           END-IF
008700        ELSE
008710           IF BQ-COADHF NOT = W-EC-COADHF (W-IDX-EC)
008720                 OR BQ-MONTANT NOT = W-EC-MONTANT (W-IDX-EC)
008730              GO TO 4210-EXIT
008740           END-IF
008750        END-IF
008760        MOVE 'O' TO W-EC-REGLE-SW (W-IDX-EC)
008770     ELSE
008780        IF BQ-COADHF NOT = W-EC-COADHF (W-IDX-EC)
008790              OR BQ-DATE (1:4) NOT = W-EXERCICE-X
008800           GO TO 4210-EXIT
008810        END-IF
008820     END-IF.
008830     MOVE BQ-DATE TO W-DATE-TRAVAIL.
008840     PERFORM 4960-LIER-DATE THRU 4960-EXIT.
008850     PERFORM 4900-VERSER THRU 4900-EXIT.
008860 4210-EXIT.
008870     EXIT.
008880*****************************************************************
008890*    4300-LIRE-GLPOST - ECRITURES DU COMPTE CLIENT (ENTREE 'FACT'
008900*    DU PLAN) AUX DATES DES PIECES ET REGLEMENTS DE L'ARTICLE.
008910*****************************************************************
008920 4300-LIRE-GLPOST.
008930     MOVE 'GLPOST' TO W-SOURCE-COURANTE.
008940     IF W-COMPTE-CLIENT = SPACES
008950        DISPLAY 'HZEA0001 - ENTREE FACT ABSENTE DU PLAN CPT-MAP'
008960        PERFORM 4950-SIGNALER-ABSENCE THRU 4950-EXIT
008970        GO TO 4300-EXIT
008980     END-IF.
008990     OPEN INPUT GL-POST.
009000     MOVE W-GL-POST-STATUS TO W-STATUT-COURANT.
009010     IF NOT SOURCE-OUVERTE
009020        PERFORM 4950-SIGNALER-ABSENCE THRU 4950-EXIT
009030        GO TO 4300-EXIT
009040     END-IF.
009050     MOVE 7 TO W-ORDRE-COURANT.
009060     MOVE 'N' TO W-FIN-SOURCE.
009070     PERFORM UNTIL FIN-SOURCE
009080        READ GL-POST
009090           AT END SET FIN-SOURCE TO TRUE
009100           NOT AT END
009110              IF GP-COMPTE = W-COMPTE-CLIENT
009120                 MOVE GL-POST-LIGNE TO W-IMAGE-COURANTE
009130                 PERFORM 4310-COMPARER-GLPOST THRU 4310-EXIT
009140                    VARYING W-IDX-EC FROM 1 BY 1
009150                    UNTIL W-IDX-EC > W-NB-ECHANTILLON
009160              END-IF
009170        END-READ
009180     END-PERFORM.
009190     CLOSE GL-POST.
009200 4300-EXIT.
009210     EXIT.
009220 4310-COMPARER-GLPOST.
009230     MOVE 'N' TO W-DATE-TROUVEE-SW.
009240     PERFORM 4320-TESTER-DATE THRU 4320-EXIT
009250        VARYING W-IDX-DT FROM 1 BY 1
009260        UNTIL W-IDX-DT > W-EC-NB-DATES (W-IDX-EC)
009270           OR DATE-TROUVEE.
009280     IF DATE-TROUVEE
009290        PERFORM 4900-VERSER THRU 4900-EXIT
009300     END-IF.
009310 4310-EXIT.
009320     EXIT.
009330 4320-TESTER-DATE.
009340     IF W-EC-DATE-LIEE (W-IDX-EC W-IDX-DT) = GP-DATE
009350        MOVE 'O' TO W-DATE-TROUVEE-SW
009360     END-IF.
009370 4320-EXIT.
009380     EXIT.
009390*****************************************************************
009400*    4400-LIRE-MAITRE - MAITRE FFFFFGS DU MOUVEMENT (ACCES PAR LA
009410*    CLE) OU DE L'ADHERENT FACTURE (CHEMIN D'INDEX ALTERNATIF).
009420*****************************************************************
009430 4400-LIRE-MAITRE.
009440     MOVE 'FFFFFGS' TO W-SOURCE-COURANTE.
009450     MOVE 1 TO W-ORDRE-COURANT.
009460     IF NOT MAITRE-OUVERT
009470        GO TO 4400-EXIT
009480     END-IF.
009490     IF POP-MOUVEMENTS
009500        MOVE W-EC-CLE (W-IDX-EC) TO FFFFFGS-CLE
009510        READ FFFFFGS
009520           INVALID KEY CONTINUE
009530           NOT INVALID KEY
009540              MOVE FFFFFGS-ENREG TO W-IMAGE-COURANTE
009550              PERFORM 4900-VERSER THRU 4900-EXIT
009560        END-READ
009570        GO TO 4400-EXIT
009580     END-IF.
009590     MOVE W-EC-COADHF (W-IDX-EC) TO FFFFFGS-COADHF.
009600     START FFFFFGS KEY IS EQUAL TO FFFFFGS-COADHF
009610        INVALID KEY GO TO 4400-EXIT.
009620     MOVE 'N' TO W-FIN-MAITRE.
009630     PERFORM 4410-LIRE-MAITRE-SUIVANT THRU 4410-EXIT
009640        UNTIL FIN-MAITRE.
009650 4400-EXIT.
009660     EXIT.
009670 4410-LIRE-MAITRE-SUIVANT.
009680     READ FFFFFGS NEXT RECORD
009690        AT END
009700           MOVE 'O' TO W-FIN-MAITRE
009710           GO TO 4410-EXIT
009720     END-READ.
009730     IF FFFFFGS-COADHF NOT = W-EC-COADHF (W-IDX-EC)
009740        MOVE 'O' TO W-FIN-MAITRE
009750        GO TO 4410-EXIT
009760     END-IF.
009770     MOVE FFFFFGS-ENREG TO W-IMAGE-COURANTE.
009780     PERFORM 4900-VERSER THRU 4900-EXIT.
009790 4410-EXIT.
009800     EXIT.
009810*****************************************************************
009820*    4500-LIRE-JOURNAL - IMAGES AVANT FGS-JRNL : HISTORIQUE DE LA
009830*    CLE DU MOUVEMENT, OU MOUVEMENTS DE L'ADHERENT FACTURE DANS
009840*    L'EXERCICE.
009850*****************************************************************
009860 4500-LIRE-JOURNAL.
009870     OPEN INPUT FGS-JRNL.
009880     MOVE W-FGS-JRNL-STATUS TO W-STATUT-COURANT.
009890     MOVE 'FGSJRNL' TO W-SOURCE-COURANTE.
009900     IF NOT SOURCE-OUVERTE
009910        PERFORM 4950-SIGNALER-ABSENCE THRU 4950-EXIT
009920        GO TO 4500-EXIT
009930     END-IF.
009940     MOVE 2 TO W-ORDRE-COURANT.
009950     MOVE 'N' TO W-FIN-SOURCE.
009960     PERFORM UNTIL FIN-SOURCE
009970        READ FGS-JRNL
009980           AT END SET FIN-SOURCE TO TRUE
009990           NOT AT END
010000              MOVE FGS-JRNL-LIGNE TO W-IMAGE-COURANTE
010010              PERFORM 4510-COMPARER-JOURNAL THRU 4510-EXIT
010020                 VARYING W-IDX-EC FROM 1 BY 1
010030                 UNTIL W-IDX-EC > W-NB-ECHANTILLON
010040        END-READ
010050     END-PERFORM.
010060     CLOSE FGS-JRNL.
010070 4500-EXIT.
010080     EXIT.
010090 4510-COMPARER-JOURNAL.
010100     IF POP-MOUVEMENTS
010110        IF JN-CLE = W-EC-CLE (W-IDX-EC)
010120           PERFORM 4900-VERSER THRU 4900-EXIT
010130        END-IF
010140     ELSE
010150        IF JN-CLE (1:9) = W-EC-COADHF (W-IDX-EC)
010160              AND JN-HORODATE (1:2) = W-AA
010170           PERFORM 4900-VERSER THRU 4900-EXIT
010180        END-IF
010190     END-IF.
010200 4510-EXIT.
010210     EXIT.
010220*****************************************************************
010230*    4600-LIRE-APPROB - DECISIONS D'APPROBATION HZMT0001 SUR LA
010240*    CLE DU MOUVEMENT OU SUR LES CLES DE L'ADHERENT FACTURE.
010250*****************************************************************
010260 4600-LIRE-APPROB.
010270     OPEN INPUT MT-APPROB.
010280     MOVE W-MT-APPROB-STATUS TO W-STATUT-COURANT.
010290     MOVE 'MTAPPROB' TO W-SOURCE-COURANTE.
010300     IF NOT SOURCE-OUVERTE
010310        PERFORM 4950-SIGNALER-ABSENCE THRU 4950-EXIT
010320        GO TO 4600-EXIT
010330     END-IF.
010340     MOVE 3 TO W-ORDRE-COURANT.
010350     MOVE 'N' TO W-FIN-SOURCE.
010360     PERFORM UNTIL FIN-SOURCE
010370        READ MT-APPROB
010380           AT END SET FIN-SOURCE TO TRUE
010390           NOT AT END
010400              MOVE MT-APPROB-LIGNE TO W-IMAGE-COURANTE
010410              PERFORM 4610-COMPARER-APPROB THRU 4610-EXIT
010420                 VARYING W-IDX-EC FROM 1 BY 1
010430                 UNTIL W-IDX-EC > W-NB-ECHANTILLON
010440        END-READ
010450     END-PERFORM.
010460     CLOSE MT-APPROB.
010470 4600-EXIT.
010480     EXIT.
010490 4610-COMPARER-APPROB.
010500     IF POP-MOUVEMENTS
010510        IF AP-CLE = W-EC-CLE (W-IDX-EC)
010520           PERFORM 4900-VERSER THRU 4900-EXIT
010530        END-IF
010540     ELSE
010550        IF AP-CLE (1:9) = W-EC-COADHF (W-IDX-EC)
010560           PERFORM 4900-VERSER THRU 4900-EXIT
010570        END-IF
010580     END-IF.
010590 4610-EXIT.
010600     EXIT.
010610*****************************************************************
010620*    4700-LIRE-AUDIT - TRACES UPD-AUDIT DE L'ADHERENT DANS
010630*    L'EXERCICE.
010640*****************************************************************
010650 4700-LIRE-AUDIT.
010660     OPEN INPUT UPD-AUDIT.
010670     MOVE W-UPD-AUDIT-STATUS TO W-STATUT-COURANT.
010680     MOVE 'UPDAUDIT' TO W-SOURCE-COURANTE.
010690     IF NOT SOURCE-OUVERTE
010700        PERFORM 4950-SIGNALER-ABSENCE THRU 4950-EXIT
010710        GO TO 4700-EXIT
010720     END-IF.
010730     MOVE 4 TO W-ORDRE-COURANT.
010740     MOVE 'N' TO W-FIN-SOURCE.
010750     PERFORM UNTIL FIN-SOURCE
010760        READ UPD-AUDIT
010770           AT END SET FIN-SOURCE TO TRUE
010780           NOT AT END
010790              IF UA-HORODATE (1:2) = W-AA
010800                 MOVE UPD-AUDIT-LIGNE TO W-IMAGE-COURANTE
010810                 PERFORM 4710-COMPARER-AUDIT THRU 4710-EXIT
010820                    VARYING W-IDX-EC FROM 1 BY 1
010830                    UNTIL W-IDX-EC > W-NB-ECHANTILLON
010840              END-IF
010850        END-READ
010860     END-PERFORM.
010870     CLOSE UPD-AUDIT.
010880 4700-EXIT.
010890     EXIT.
010900 4710-COMPARER-AUDIT.
010910     IF UA-COADHF = W-EC-COADHF (W-IDX-EC)
010920        PERFORM 4900-VERSER THRU 4900-EXIT
010930     END-IF.
010940 4710-EXIT.
010950     EXIT.
010960*****************************************************************
010970*    4800-LIRE-PREFACT - LIGNES DE DETAIL ('02') ET TOTAUX ('03')
010980*    DE PREFACTURATION DE L'ADHERENT, POUR LES LOTS DONT L'EN-TETE
010990*    '01' EST DATE DE L'EXERCICE.
011000*****************************************************************
011010 4800-LIRE-PREFACT.
011020     OPEN INPUT PREFACT.
011030     MOVE W-PREFACT-STATUS TO W-STATUT-COURANT.
011040     MOVE 'PREFACT' TO W-SOURCE-COURANTE.
011050     IF NOT SOURCE-OUVERTE
011060        PERFORM 4950-SIGNALER-ABSENCE THRU 4950-EXIT
011070        GO TO 4800-EXIT
011080     END-IF.
011090     MOVE 5 TO W-ORDRE-COURANT.
011100     MOVE SPACES TO W-PREFACT-AA.
011110     MOVE 'N' TO W-FIN-SOURCE.
011120     PERFORM UNTIL FIN-SOURCE
011130        READ PREFACT
011140           AT END SET FIN-SOURCE TO TRUE
011150           NOT AT END
011160              PERFORM 4810-TRIER-PREFACT THRU 4810-EXIT
011170        END-READ
011180     END-PERFORM.
011190     CLOSE PREFACT.
011200 4800-EXIT.
011210     EXIT.
011220 4810-TRIER-PREFACT.
011230     IF PREFACT-ENREG (1:2) = '01'
011240        MOVE PREFACT-ENREG (3:2) TO W-PREFACT-AA
011250        GO TO 4810-EXIT
011260     END-IF.
011270     IF W-PREFACT-AA NOT = W-AA
011280        GO TO 4810-EXIT
011290     END-IF.
011300     IF PREFACT-ENREG (1:2) NOT = '02'
011310           AND PREFACT-ENREG (1:2) NOT = '03'
011320        GO TO 4810-EXIT
011330     END-IF.
011340     MOVE PREFACT-ENREG TO W-IMAGE-COURANTE.
011350     PERFORM 4820-COMPARER-PREFACT THRU 4820-EXIT
011360        VARYING W-IDX-EC FROM 1 BY 1
011370        UNTIL W-IDX-EC > W-NB-ECHANTILLON.
011380 4810-EXIT.
011390     EXIT.
011400 4820-COMPARER-PREFACT.
011410     IF PREFACT-ENREG (3:9) = W-EC-COADHF (W-IDX-EC)
011420        PERFORM 4900-VERSER THRU 4900-EXIT
011430     END-IF.
011440 4820-EXIT.
011450     EXIT.
011460*****************************************************************
011470*    4900-VERSER - VERSE AU TRI L'IMAGE COURANTE POUR L'ARTICLE
011480*    W-IDX-EC ET LA COMPTE DANS SA SOURCE.
011490*****************************************************************
011500 4900-VERSER.
011510     MOVE W-IDX-EC TO TRI-RANG.
011520     MOVE W-ORDRE-COURANT TO TRI-ORDRE.
011530     ADD 1 TO W-NB-VERSES.
011540     MOVE W-NB-VERSES TO TRI-SEQ.
011550     MOVE W-SOURCE-COURANTE TO TRI-SOURCE.
011560     MOVE W-IMAGE-COURANTE TO TRI-IMAGE.
011570     IF W-ORDRE-COURANT > ZERO
011580        ADD 1 TO W-EC-NB-SOURCE (W-IDX-EC W-ORDRE-COURANT)
011590     END-IF.
011600     RELEASE TRI-LIGNE.
011610 4900-EXIT.
011620     EXIT.
011630 4950-SIGNALER-ABSENCE.
011640     DISPLAY 'HZEA0001 - SOURCE ' W-SOURCE-COURANTE
011650         ' INDISPONIBLE - STATUT ' W-STATUT-COURANT
011660         ' - PISTE INCOMPLETE'.
011670     IF RETURN-CODE < 4
011680        MOVE 4 TO RETURN-CODE
011690     END-IF.
011700 4950-EXIT.
011710     EXIT.
011720*****************************************************************
011730*    4960-LIER-DATE - AJOUTE W-DATE-TRAVAIL AUX DATES LIEES DE
011740*    L'ARTICLE (12 AU PLUS, SANS DOUBLON).
011750*****************************************************************
011760 4960-LIER-DATE.
011770     MOVE 'N' TO W-DATE-TROUVEE-SW.
011780     PERFORM 4970-CHERCHER-DATE THRU 4970-EXIT
011790        VARYING W-IDX-DT FROM 1 BY 1
011800        UNTIL W-IDX-DT > W-EC-NB-DATES (W-IDX-EC)
011810           OR DATE-TROUVEE.
011820     IF NOT DATE-TROUVEE AND W-EC-NB-DATES (W-IDX-EC) < 12
011830        ADD 1 TO W-EC-NB-DATES (W-IDX-EC)
011840        MOVE W-EC-NB-DATES (W-IDX-EC) TO W-IDX-DT
011850        MOVE W-DATE-TRAVAIL TO W-EC-DATE-LIEE (W-IDX-EC W-IDX-DT)
011860     END-IF.
011870 4960-EXIT.
011880     EXIT.
011890 4970-CHERCHER-DATE.
011900     IF W-EC-DATE-LIEE (W-IDX-EC W-IDX-DT) = W-DATE-TRAVAIL
011910        MOVE 'O' TO W-DATE-TROUVEE-SW
011920     END-IF.
011930 4970-EXIT.
011940     EXIT.
011950*****************************************************************
011960*    7000-ECRIRE-DOSSIER - PROCEDURE DE SORTIE DU TRI : UNE LIGNE
011970*    DE RAPPORT PAR ARTICLE, PUIS LE DOSSIER PAR RANG ET SOURCE.
011980*****************************************************************
011990 7000-ECRIRE-DOSSIER SECTION.
012000 7000-DEBUT.
012010     MOVE SPACES TO W-LIGNE-TRAVAIL.
012020     MOVE W-NB-ECHANTILLON TO W-NB-EDIT.
012030     STRING 'ARTICLES TIRES : ' DELIMITED BY SIZE
012040         W-NB-EDIT DELIMITED BY SIZE
012050         INTO W-LIGNE-TRAVAIL
012060     END-STRING.
012070     MOVE W-LIGNE-TRAVAIL TO EA-RPRT-LIGNE.
012080     WRITE EA-RPRT-LIGNE.
012090     MOVE 'RANG CLE          ADHERENT    NUMERO DATE'
012100        TO EA-RPRT-LIGNE.
012110     MOVE 'MONTANT MAIT JRNL APPR AUDT PREF PIEC GL   BQUE'
012120        TO EA-RPRT-LIGNE (65:).
012130     WRITE EA-RPRT-LIGNE.
012140     PERFORM 7100-EDITER-ARTICLE THRU 7100-EXIT
012150        VARYING W-IDX-EC FROM 1 BY 1
012160        UNTIL W-IDX-EC > W-NB-ECHANTILLON.
012170     MOVE 'N' TO W-FIN-TRI.
012180     PERFORM 7200-RESTITUER-LIGNE THRU 7200-EXIT
012190        UNTIL FIN-TRI.
012200 7000-EXIT.
012210     EXIT.
012220 7100-EDITER-ARTICLE.
012230     MOVE SPACES TO W-LIGNE-ARTICLE.
012240     MOVE W-IDX-EC TO WLA-RANG.
012250     MOVE W-EC-CLE (W-IDX-EC) TO WLA-CLE.
012260     MOVE W-EC-COADHF (W-IDX-EC) TO WLA-COADHF.
012270     MOVE W-EC-NUMERO (W-IDX-EC) TO WLA-NUMERO.
012280     MOVE W-EC-DATE (W-IDX-EC) TO WLA-DATE.
012290     MOVE W-EC-MONTANT (W-IDX-EC) TO WLA-MONTANT.
012300     PERFORM 7110-EDITER-SOURCE THRU 7110-EXIT
012310        VARYING W-IDX-SRC FROM 1 BY 1 UNTIL W-IDX-SRC > 8.
012320     IF POP-FACTURES AND W-EC-REGLE-SW (W-IDX-EC) NOT = 'O'
012330        MOVE 'NON REGLEE' TO WLA-REGLEMENT
012340        ADD 1 TO W-NB-NON-REGLEES
012350     END-IF.
012360     MOVE W-LIGNE-ARTICLE TO EA-RPRT-LIGNE.
012370     WRITE EA-RPRT-LIGNE.
012380 7100-EXIT.
012390     EXIT.
012400 7110-EDITER-SOURCE.
012410     MOVE W-EC-NB-SOURCE (W-IDX-EC W-IDX-SRC)
012420        TO WLA-NB (W-IDX-SRC).
012430 7110-EXIT.
012440     EXIT.
012450 7200-RESTITUER-LIGNE.
012460     RETURN TRI-DOSSIER
012470        AT END
012480           SET FIN-TRI TO TRUE
012490        NOT AT END
012500           PERFORM 7300-ECRIRE-LIGNE THRU 7300-EXIT
012510     END-RETURN.
012520 7200-EXIT.
012530     EXIT.
012540 7300-ECRIRE-LIGNE.
012550     MOVE SPACES TO EA-DOS-LIGNE.
012560     MOVE TRI-RANG TO ED-RANG.
012570     MOVE TRI-SOURCE TO ED-SOURCE.
012580     MOVE TRI-IMAGE TO ED-IMAGE.
012590     WRITE EA-DOS-LIGNE.
012600     ADD 1 TO W-NB-DOSSIER.
012610 7300-EXIT.
012620     EXIT.
012630 8000-TERMINE.
012640     IF W-NB-ECHANTILLON = ZERO
012650        MOVE 'AUCUN ARTICLE TIRE - DOSSIER VIDE' TO EA-RPRT-LIGNE
012660        WRITE EA-RPRT-LIGNE
012670     END-IF.
012680     IF MAITRE-OUVERT
012690        CLOSE FFFFFGS
012700     END-IF.
012710     CLOSE EA-DOS EA-RPRT.
012720     MOVE W-NB-POPULATION TO W-NB-EDIT.
012730     DISPLAY 'HZEA0001 - POPULATION          : ' W-NB-EDIT.
012740     MOVE W-NB-ECHANTILLON TO W-NB-EDIT.
012750     DISPLAY 'HZEA0001 - ARTICLES TIRES      : ' W-NB-EDIT.
012760     MOVE W-NB-DOSSIER TO W-NB-EDIT.
012770     DISPLAY 'HZEA0001 - LIGNES DU DOSSIER   : ' W-NB-EDIT.
012780     IF POP-FACTURES
012790        MOVE W-NB-NON-REGLEES TO W-NB-EDIT
012800        DISPLAY 'HZEA0001 - FACTURES NON REGLEES : ' W-NB-EDIT
012810     END-IF.
012820 8000-EXIT.
012830     EXIT.
