000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZBL0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. EQUILIBRAGE DE FIN DE CHAINE DES TOTAUX DE CONTROLE
000080     DES QUATRE FLUX SORTANTS DU JOUR (PIED SA09 DE SA-FICHIER,
000090     PIED '09' DE PREFACT, EXTRAIT BI-CSV, DEBITS GL-POST) : POUR
000100     CHAQUE PAIRE DE FLUX, L'ECART DE TOTAL EST EXPLIQUE PAR LES
000110     CAUSES CONNUES DE LA DATE DE TRAITEMENT (REJETS DE DATE ET
000120     DE VRAISEMBLANCE, TYPES D'EVENEMENTS ECARTES PAR LE ROUTAGE,
000130     FACTURATION MISE EN ATTENTE OU LIBEREE, EFFET DE CHANGE DES
000140     CONVERSIONS DE DEVISE). UN RESIDU NON EXPLIQUE SUPERIEUR A
000150     LA TOLERANCE KONSTAB 'BALANCE-TOLERANCE' POSITIONNE LE CODE
000160     RETOUR 8, SUR LEQUEL L'EXPLOITATION CONDITIONNE LES ETAPES
000170     DE TRANSMISSION EN AVAL ; UNE PAIRE NON CONTROLEE (FLUX NON
000180     PRODUIT CE JOUR) DONNE 4. COMPLETE HZAK0001, QUI NE
000190     CONTROLE CHAQUE FLUX QUE CONTRE L'ACCUSE DE SON RECEPTEUR.
000200*****************************************************************
000210*    HISTORIQUE DES MODIFICATIONS
000220*    --------------------------------------------------------
000230*    DATE       AUTEUR  DESCRIPTION
000240*    --------   ------  -------------------------------------
000250*    15/10/2026 EBA     CREATION.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT KONSTAB ASSIGN TO KONSTAB
000360         ORGANIZATION SEQUENTIAL
000370         FILE STATUS W-KONSTAB-STATUS.
000380     SELECT SA-FICHIER ASSIGN TO SAFICH
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-SA-STATUS.
000410     SELECT PREFACT ASSIGN TO PREFACT
000420         ORGANIZATION SEQUENTIAL
000430         FILE STATUS W-PREFACT-STATUS.
000440     SELECT BI-CSV ASSIGN TO BICSV
000450         ORGANIZATION SEQUENTIAL
000460         FILE STATUS W-BI-CSV-STATUS.
000470     SELECT GL-POST ASSIGN TO GLPOST
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-GL-POST-STATUS.
000500     SELECT DAT-REJ ASSIGN TO DATREJ
000510         ORGANIZATION SEQUENTIAL
000520         FILE STATUS W-DAT-REJ-STATUS.
000530     SELECT ANO-MNT ASSIGN TO ANOMNT
000540         ORGANIZATION SEQUENTIAL
000550         FILE STATUS W-ANO-MNT-STATUS.
000560     SELECT EVT-REJ ASSIGN TO EVTREJ
000570         ORGANIZATION SEQUENTIAL
000580         FILE STATUS W-EVT-REJ-STATUS.
000590     SELECT FA-ATT ASSIGN TO FAATT
000600         ORGANIZATION SEQUENTIAL
000610         FILE STATUS W-FA-ATT-STATUS.
000620     SELECT FA-ATT-NV ASSIGN TO FAATTNV
000630         ORGANIZATION SEQUENTIAL
000640         FILE STATUS W-FA-ATT-NV-STATUS.
000650     SELECT DEV-ORIG ASSIGN TO DEVORIG
000660         ORGANIZATION SEQUENTIAL
000670         FILE STATUS W-DEV-ORIG-STATUS.
000680     SELECT BL-RPRT ASSIGN TO BLRPRT
000690         ORGANIZATION SEQUENTIAL
000700         FILE STATUS W-BL-RPRT-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  KONSTAB
000740     LABEL RECORD STANDARD
000750     DATA RECORD KONSTAB-LIGNE.
000760 01  KONSTAB-LIGNE.
000770     05  KONSTAB-RUBRIQUE        PIC X(20).
000780     05  KONSTAB-VALEUR          PIC X(60).
000790*****************************************************************
000800*    SA-FICHIER - GENERATION DU JOUR, MEME FD QUE DANS HORROR.
000810*****************************************************************
000820 FD  SA-FICHIER
000830     RECORDING MODE V
000840     RECORD VARYING FROM 1 TO 4092 DEPENDING ON W-SA-LONG
000850     LABEL RECORD STANDARD
000860     DATA RECORD SA00.
000870 01  SA00                        PIC X(4092).
000880*****************************************************************
000890*    PREFACT - INTERFACE DE PRE-FACTURATION, MEMES GABARITS QUE
000900*    DANS HZFA0001 (ENTETE '01', PIED '09').
000910*****************************************************************
000920 FD  PREFACT
000930     LABEL RECORD STANDARD
000940     DATA RECORD PREFACT-ENREG.
000950 01  PREFACT-ENREG               PIC X(60).
000960 FD  BI-CSV
000970     LABEL RECORD STANDARD
000980     DATA RECORD BI-CSV-LIGNE.
000990 01  BI-CSV-LIGNE                PIC X(80).
001000 FD  GL-POST
001010     LABEL RECORD STANDARD
001020     DATA RECORD GL-POST-LIGNE.
001030 01  GL-POST-LIGNE.
001040     05  GP-DATE                 PIC 9(08).
001050     05  GP-COMPTE               PIC X(10).
001060     05  GP-SENS                 PIC X(01).
001070     05  GP-MONTANT              PIC S9(11)V99
001080                                 SIGN LEADING SEPARATE.
001090     05  GP-LIBELLE              PIC X(30).
001100*****************************************************************
001110*    DAT-REJ, ANO-MNT, EVT-REJ, DEV-ORIG - FICHIERS D'ECARTS DE
001120*    HORROR (MEMES DESSINS), CUMULES D'UN PASSAGE A L'AUTRE :
001130*    SEULES LES LIGNES HORODATEES DE LA DATE DE TRAITEMENT SONT
001140*    RETENUES.
001150*****************************************************************
001160 FD  DAT-REJ
001170     LABEL RECORD STANDARD
001180     DATA RECORD DAT-REJ-LIGNE.
001190 01  DAT-REJ-LIGNE.
001200     05  DJ-HORODATE             PIC X(15).
001210     05  DJ-CTENRE               PIC X(06).
001220     05  DJ-COANAL               PIC X(05).
001230     05  DJ-COADHF               PIC X(09).
001240     05  DJ-DATE-EVENEMENT       PIC X(10).
001250     05  DJ-MONTANT              PIC S9(09)V99
001260                                 SIGN LEADING SEPARATE.
001270 FD  ANO-MNT
001280     LABEL RECORD STANDARD
001290     DATA RECORD ANO-MNT-LIGNE.
001300 01  ANO-MNT-LIGNE.
001310     05  AM-HORODATE             PIC X(15).
001320     05  AM-CTENRE               PIC X(06).
001330     05  AM-COANAL               PIC X(05).
001340     05  AM-COADHF               PIC X(09).
001350     05  AM-MONTANT              PIC S9(09)V99
001360                                 SIGN LEADING SEPARATE.
001370     05  AM-MIN                  PIC S9(09)V99
001380                                 SIGN LEADING SEPARATE.
001390     05  AM-MAX                  PIC S9(09)V99
001400                                 SIGN LEADING SEPARATE.
001410 FD  EVT-REJ
001420     LABEL RECORD STANDARD
001430     DATA RECORD EVT-REJ-LIGNE.
001440 01  EVT-REJ-LIGNE.
001450     05  EJ-HORODATE             PIC X(15).
001460     05  EJ-CTENRE               PIC X(06).
001470     05  EJ-COANAL               PIC X(05).
001480     05  EJ-COADHF               PIC X(09).
001490     05  EJ-DESTINATION          PIC X(08).
001500     05  EJ-MONTANT              PIC S9(09)V99
001510                                 SIGN LEADING SEPARATE.
001520*****************************************************************
001530*    FA-ATT / FA-ATT-NV - DETAILS '02' EN ATTENTE DE FACTURATION,
001540*    MEME DESSIN QUE DANS HZFA0001 : FA-ATT EST LE FICHIER LU PAR
001550*    LE PASSAGE DU JOUR (LIBERATION DES ECHEANCES ATTEINTES),
001560*    FA-ATT-NV CELUI QU'IL A ECRIT (NOUVELLES MISES EN ATTENTE).
001570*****************************************************************
001580 FD  FA-ATT
001590     LABEL RECORD STANDARD
001600     DATA RECORD FA-ATT-LIGNE.
001610 01  FA-ATT-LIGNE.
001620     05  FT-ECHEANCE             PIC 9(08).
001630     05  FT-DATE-VALORISATION    PIC 9(08).
001640     05  FT-FREQUENCE            PIC X(01).
001650     05  FT-DETAIL.
001660         10  FT-TYPE             PIC X(02).
001670         10  FT-COADHF           PIC X(09).
001680         10  FT-COTRTO           PIC X(05).
001690         10  FT-CETRTF           PIC X(05).
001700         10  FT-CLE              PIC X(08).
001710         10  FT-QUANTITE         PIC 9(04)V99.
001720         10  FT-TAUX             PIC 9(05)V99.
001730         10  FT-MONTANT          PIC S9(09)V99
001740                                 SIGN LEADING SEPARATE.
001750         10  FILLER              PIC X(06).
001760 FD  FA-ATT-NV
001770     LABEL RECORD STANDARD
001780     DATA RECORD FA-ATT-NV-LIGNE.
001790 01  FA-ATT-NV-LIGNE.
001800     05  FN-ECHEANCE             PIC 9(08).
001810     05  FN-DATE-VALORISATION    PIC 9(08).
001820     05  FN-FREQUENCE            PIC X(01).
001830     05  FN-DETAIL.
001840         10  FN-TYPE             PIC X(02).
001850         10  FN-COADHF           PIC X(09).
001860         10  FN-COTRTO           PIC X(05).
001870         10  FN-CETRTF           PIC X(05).
001880         10  FN-CLE              PIC X(08).
001890         10  FN-QUANTITE         PIC 9(04)V99.
001900         10  FN-TAUX             PIC 9(05)V99.
001910         10  FN-MONTANT          PIC S9(09)V99
001920                                 SIGN LEADING SEPARATE.
001930         10  FILLER              PIC X(06).
001940 FD  DEV-ORIG
001950     LABEL RECORD STANDARD
001960     DATA RECORD DEV-ORIG-LIGNE.
001970 01  DEV-ORIG-LIGNE.
001980     05  DG-HORODATE             PIC X(15).
001990     05  DG-CTENRE               PIC X(06).
002000     05  DG-COANAL               PIC X(05).
002010     05  DG-COADHF               PIC X(09).
002020     05  DG-DEVISE               PIC X(03).
002030     05  DG-MONTANT-ORIGINE      PIC S9(09)V99
002040                                 SIGN LEADING SEPARATE.
002050     05  DG-TAUX                 PIC 9(03)V9(06).
002060     05  DG-MONTANT-CONVERTI     PIC S9(09)V99
002070                                 SIGN LEADING SEPARATE.
002080 FD  BL-RPRT
002090     LABEL RECORD STANDARD
002100     DATA RECORD BL-RPRT-LIGNE.
002110 01  BL-RPRT-LIGNE               PIC X(132).
002120 WORKING-STORAGE SECTION.
002130 01  W-KONSTAB-STATUS            PIC XX.
002140     88  KONSTAB-OK              VALUE '00'.
002150 01  W-SA-STATUS                 PIC XX.
002160     88  SA-OK                   VALUE '00'.
002170 01  W-PREFACT-STATUS            PIC XX.
002180     88  PREFACT-OK              VALUE '00'.
002190 01  W-BI-CSV-STATUS             PIC XX.
002200     88  BI-CSV-OK               VALUE '00'.
002210 01  W-GL-POST-STATUS            PIC XX.
002220     88  GL-POST-OK              VALUE '00'.
002230 01  W-DAT-REJ-STATUS            PIC XX.
002240     88  DAT-REJ-OK              VALUE '00'.
002250 01  W-ANO-MNT-STATUS            PIC XX.
002260     88  ANO-MNT-OK              VALUE '00'.
002270 01  W-EVT-REJ-STATUS            PIC XX.
002280     88  EVT-REJ-OK              VALUE '00'.
002290 01  W-FA-ATT-STATUS             PIC XX.
002300     88  FA-ATT-OK               VALUE '00'.
002310 01  W-FA-ATT-NV-STATUS          PIC XX.
002320     88  FA-ATT-NV-OK            VALUE '00'.
002330 01  W-DEV-ORIG-STATUS           PIC XX.
002340     88  DEV-ORIG-OK             VALUE '00'.
002350 01  W-BL-RPRT-STATUS            PIC XX.
002360 01  W-SA-LONG                   PIC 9(04) COMP.
002370 01  W-FIN-KONSTAB               PIC X VALUE 'N'.
002380     88  FIN-KONSTAB             VALUE 'O'.
002390 01  W-FIN-FICHIER               PIC X VALUE 'N'.
002400     88  FIN-FICHIER             VALUE 'O'.
002410 COPY SAFICHC.
002420 01  W-ENREG-COURANT             PIC X(34).
002430*****************************************************************
002440*    TOLERANCE DE L'EQUILIBRAGE (RUBRIQUE KONSTAB
002450*    'BALANCE-TOLERANCE', 7 CHIFFRES DONT 2 DECIMALES IMPLICITES,
002460*    EN VALEUR ABSOLUE) : RESIDU INFERIEUR OU EGAL = ECART
002470*    EXPLIQUE. RUBRIQUE ABSENTE : TOLERANCE NULLE.
002480*****************************************************************
002490 01  KT-BALANCE-TOLERANCE-X      PIC X(07) VALUE '0000000'.
002500 01  KT-BALANCE-TOLERANCE REDEFINES KT-BALANCE-TOLERANCE-X
002510                                 PIC 9(05)V99.
002520*****************************************************************
002530*    TABLE DES FLUX, RANG FIXE (1 SAFICH, 2 PREFACT, 3 BICSV,
002540*    4 GLPOST) : C'EST AUSSI L'ORDRE DES COLONNES DE LA MATRICE
002550*    DES CAUSES.
002560*****************************************************************
002570 01  W-NOMS-FLUX.
002580     05  FILLER                  PIC X(08) VALUE 'SAFICH'.
002590     05  FILLER                  PIC X(08) VALUE 'PREFACT'.
002600     05  FILLER                  PIC X(08) VALUE 'BICSV'.
002610     05  FILLER                  PIC X(08) VALUE 'GLPOST'.
002620 01  W-TAB-NOMS-FLUX REDEFINES W-NOMS-FLUX.
002630     05  W-NF-NOM OCCURS 4 TIMES PIC X(08).
002640 01  W-TAB-FLUX.
002650     05  W-FX-ENTREE OCCURS 4 TIMES.
002660         10  W-FX-PRESENT        PIC X(01).
002670         10  W-FX-DATE           PIC 9(08).
002680         10  W-FX-NB             PIC 9(09) COMP.
002690         10  W-FX-TOTAL          PIC S9(13)V99 COMP-3.
002700 01  W-RANG-FLUX                 PIC 9(02) COMP VALUE ZERO.
002710 01  W-NB-FLUX-PRESENTS          PIC 9(02) COMP VALUE ZERO.
002720*****************************************************************
002730*    MATRICE DES CAUSES CONNUES : CHAQUE FLUX EST VU COMME LE
002740*    MONTANT DES EVENEMENTS PRESENTES DU JOUR (EN DEVISE
002750*    D'ORIGINE), DIMINUE ('-') OU AUGMENTE ('+') DU MONTANT DE
002760*    CHAQUE CAUSE QUI LE TOUCHE ('0' : SANS EFFET). COLONNES
002770*    DANS L'ORDRE DES FLUX. L'ECART EXPLIQUE D'UNE PAIRE (A, B)
002780*    EST LA SOMME DES MONTANTS DES CAUSES PONDERES PAR (EFFET SUR
002790*    A - EFFET SUR B).
002800*    - REJETS : DAT-REJ (SEUIL DE DATE) ET ANO-MNT (BORNES DE
002810*      VRAISEMBLANCE), HORS SA, BI ET GL ; LA PRE-FACTURATION
002820*      VALORISE LES QUANTITES ET N'EST PAS CONCERNEE.
002830*    - TYPES ECARTES : EVT-REJ (ROUTAGE 'E'), MEME EFFET.
002840*    - FACTURATION EN ATTENTE : MISES EN ATTENTE DU JOUR MOINS
002850*      DETAILS LIBERES, RETENUS HORS PREFACT SEULEMENT.
002860*    - EFFET DE CHANGE : CONVERTI MOINS ORIGINE (DEV-ORIG), PORTE
002870*      PAR SA, BI ET GL ; PREFACT RESTE VALORISE AU TARIF.
002880*****************************************************************
002890 01  W-CAUSES-CONNUES.
002900     05  FILLER PIC X(24) VALUE 'REJETS DATE/MONTANT -0--'.
002910     05  FILLER PIC X(24) VALUE 'TYPES ECARTES       -0--'.
002920     05  FILLER PIC X(24) VALUE 'FACTURATION ATTENTE 0-00'.
002930     05  FILLER PIC X(24) VALUE 'EFFET DE CHANGE     +0++'.
002940 01  W-TAB-CAUSES REDEFINES W-CAUSES-CONNUES.
002950     05  W-CS-ENTREE OCCURS 4 TIMES.
002960         10  W-CS-LIBELLE        PIC X(20).
002970         10  W-CS-EFFET OCCURS 4 TIMES PIC X(01).
002980 01  W-TAB-MONTANTS-CAUSES.
002990     05  W-CS-MONTANT OCCURS 4 TIMES
003000                                 PIC S9(13)V99 COMP-3.
003010 01  W-TAB-VOLUMES-CAUSES.
003020     05  W-CS-NB OCCURS 4 TIMES  PIC 9(07) COMP.
003030 01  W-IDX-CAUSE                 PIC 9(02) COMP VALUE ZERO.
003040*****************************************************************
003050*    DATE DE TRAITEMENT EQUILIBREE : ENTETE SA01, A DEFAUT CELLE
003060*    DU PREMIER FLUX DATE. LES FICHIERS D'ECARTS SONT FILTRES SUR
003070*    SA FORME AAMMJJ (HORODATE W-HORO-DATE DE HORROR).
003080*****************************************************************
003090 01  W-DATE-BALANCE              PIC 9(08) VALUE ZERO.
003100 01  W-DATE-BALANCE-X REDEFINES W-DATE-BALANCE.
003110     05  FILLER                  PIC X(02).
003120     05  W-DATE-BALANCE-AAMMJJ   PIC X(06).
003130*****************************************************************
003140*    ZONES DE DEPOUILLEMENT DU FLUX COURANT.
003150*****************************************************************
003160 01  W-FLUX-DATE                 PIC 9(08) VALUE ZERO.
003170 01  W-FLUX-NB                   PIC 9(09) COMP VALUE ZERO.
003180 01  W-FLUX-TOTAL                PIC S9(13)V99 COMP-3 VALUE 0.
003190 01  W-PF-DATE-6                 PIC 9(06) VALUE ZERO.
003200 01  W-PF-AA                     PIC 9(02) VALUE ZERO.
003210 01  W-PF-ENTETE.
003220     05  W-PE-TYPE               PIC X(02).
003230     05  W-PE-DATE               PIC 9(06).
003240     05  FILLER                  PIC X(52).
003250 01  W-PF-PIED.
003260     05  W-PP-TYPE               PIC X(02).
003270     05  W-PP-NB                 PIC 9(07).
003280     05  W-PP-TOTAL              PIC S9(11)V99
003290                                 SIGN LEADING SEPARATE.
003300     05  FILLER                  PIC X(37).
003310*****************************************************************
003320*    DEPOUILLEMENT DE BI-CSV : LIGNES DETAIL (MONTANT EN 5E
003330*    CHAMP) ET PIED '09,NB,TOTAL' DE L'EXTRAIT COMPLET, A POINT
003340*    DECIMAL ANGLO-SAXON (6005/6007 DE HORROR). LE TOTAL DU PIED
003350*    PREVAUT S'IL EST PRESENT, SINON LA SOMME DES DETAILS.
003360*****************************************************************
003370 01  W-BI-CHAMP-1                PIC X(09) VALUE SPACES.
003380 01  W-BI-CHAMP-2                PIC X(09) VALUE SPACES.
003390 01  W-BI-CHAMP-3                PIC X(09) VALUE SPACES.
003400 01  W-BI-CHAMP-4                PIC X(09) VALUE SPACES.
003410 01  W-BI-MONTANT-X              PIC X(18) VALUE SPACES.
003420 01  W-BI-NB-X                   PIC X(09) VALUE SPACES.
003430 01  W-BI-NB-9                   PIC 9(09) VALUE ZERO.
003440 01  W-BI-ENTIER-X               PIC X(18) VALUE SPACES.
003450 01  W-BI-LG-ENTIER              PIC 9(02) COMP VALUE ZERO.
003460 01  W-BI-ENTIER-D               PIC X(15) VALUE SPACES.
003470 01  W-BI-ENTIER-9 REDEFINES W-BI-ENTIER-D
003480                                 PIC 9(15).
003490 01  W-BI-DECIMALES-X            PIC X(02) VALUE SPACES.
003500 01  W-BI-DECIMALES-9 REDEFINES W-BI-DECIMALES-X
003510                                 PIC 9(02).
003520 01  W-BI-NB-MOINS               PIC 9(02) COMP VALUE ZERO.
003530 01  W-BI-MONTANT                PIC S9(13)V99 COMP-3 VALUE 0.
003540 01  W-BI-SOMME-DETAILS          PIC S9(13)V99 COMP-3 VALUE 0.
003550 01  W-BI-NB-DETAILS             PIC 9(09) COMP VALUE ZERO.
003560 01  W-BI-PIED-LU                PIC X VALUE 'N'.
003570     88  BI-PIED-LU              VALUE 'O'.
003580 01  W-NB-BI-ILLISIBLES          PIC 9(07) COMP VALUE ZERO.
003590*****************************************************************
003600*    EQUILIBRAGE D'UNE PAIRE.
003610*****************************************************************
003620 01  W-FLUX-A                    PIC 9(02) COMP VALUE ZERO.
003630 01  W-FLUX-B                    PIC 9(02) COMP VALUE ZERO.
003640 01  W-FLUX-B-DEBUT              PIC 9(02) COMP VALUE ZERO.
003650 01  W-EFFET-A                   PIC S9(01) VALUE ZERO.
003660 01  W-EFFET-B                   PIC S9(01) VALUE ZERO.
003670 01  W-EFFET-CAR                 PIC X(01) VALUE SPACE.
003680 01  W-EFFET-NUM                 PIC S9(01) VALUE ZERO.
003690 01  W-PART-CAUSE                PIC S9(13)V99 COMP-3 VALUE 0.
003700 01  W-ECART-BRUT                PIC S9(13)V99 COMP-3 VALUE 0.
003710 01  W-ECART-EXPLIQUE            PIC S9(13)V99 COMP-3 VALUE 0.
003720 01  W-RESIDU                    PIC S9(13)V99 COMP-3 VALUE 0.
003730 01  W-RESIDU-ABS                PIC S9(13)V99 COMP-3 VALUE 0.
003740 01  W-VERDICT                   PIC X(18) VALUE SPACES.
003750 01  W-CODE-RETOUR               PIC 9(02) COMP VALUE ZERO.
003760 01  W-NB-PAIRES                 PIC 9(03) COMP VALUE ZERO.
003770 01  W-NB-EQUILIBREES            PIC 9(03) COMP VALUE ZERO.
003780 01  W-NB-EXPLIQUEES             PIC 9(03) COMP VALUE ZERO.
003790 01  W-NB-NON-EXPLIQUEES         PIC 9(03) COMP VALUE ZERO.
003800 01  W-NB-NON-CONTROLEES         PIC 9(03) COMP VALUE ZERO.
003810 01  W-NB-EDIT                   PIC Z(08)9.
003820 01  W-MT-EDIT-1                 PIC -(12)9,99.
003830 01  W-MT-EDIT-2                 PIC -(12)9,99.
003840 01  W-MT-EDIT-3                 PIC -(12)9,99.
003850 01  W-TOL-EDIT                  PIC Z(04)9,99.
003860 01  W-RC-EDIT                   PIC 9.
003870 01  W-LIGNE-TRAVAIL             PIC X(132).
003880 PROCEDURE DIVISION.
003890 0000-MAINLINE.
003900     PERFORM 1000-INITIALISE THRU 1000-EXIT.
003910     PERFORM 2000-DEPOUILLER-SA THRU 2000-EXIT.
003920     PERFORM 2200-DEPOUILLER-PREFACT THRU 2200-EXIT.
003930     PERFORM 2400-DEPOUILLER-BI THRU 2400-EXIT.
003940     PERFORM 2600-DEPOUILLER-GL THRU 2600-EXIT.
003950     PERFORM 2800-FIXER-DATE-BALANCE THRU 2800-EXIT.
003960     IF W-NB-FLUX-PRESENTS = ZERO
003970        PERFORM 2850-SIGNALER-AUCUN-FLUX THRU 2850-EXIT
003980     ELSE
003990        PERFORM 3000-CUMULER-CAUSES THRU 3000-EXIT
004000        PERFORM 4000-EQUILIBRER THRU 4000-EXIT
004010     END-IF.
004020     PERFORM 8000-TERMINE THRU 8000-EXIT.
004030     GOBACK.
004040 1000-INITIALISE.
004050     OPEN OUTPUT BL-RPRT.
004060     INITIALIZE W-TAB-FLUX.
004070     INITIALIZE W-TAB-MONTANTS-CAUSES.
004080     INITIALIZE W-TAB-VOLUMES-CAUSES.
004090     MOVE 'N' TO W-FX-PRESENT (1) W-FX-PRESENT (2)
004100         W-FX-PRESENT (3) W-FX-PRESENT (4).
004110     PERFORM 1500-CHARGER-KONSTAB THRU 1500-EXIT.
004120 1000-EXIT.
004130     EXIT.
004140 1500-CHARGER-KONSTAB.
004150     OPEN INPUT KONSTAB.
004160     IF NOT KONSTAB-OK
004170        DISPLAY 'HZBL0001 - KONSTAB INDISPONIBLE, TOLERANCE '
004180            'NULLE - STATUT ' W-KONSTAB-STATUS
004190        GO TO 1500-EXIT
004200     END-IF.
004210     PERFORM UNTIL FIN-KONSTAB
004220        READ KONSTAB
004230           AT END SET FIN-KONSTAB TO TRUE
004240           NOT AT END PERFORM 1510-EXAMINER-RUBRIQUE
004250              THRU 1510-EXIT
004260        END-READ
004270     END-PERFORM.
004280     CLOSE KONSTAB.
004290 1500-EXIT.
004300     EXIT.
004310 1510-EXAMINER-RUBRIQUE.
004320     EVALUATE KONSTAB-RUBRIQUE
004330        WHEN 'BALANCE-TOLERANCE'
004340           IF KONSTAB-VALEUR (1:7) IS NUMERIC
004350              MOVE KONSTAB-VALEUR (1:7)
004360                 TO KT-BALANCE-TOLERANCE-X
004370           END-IF
004380        WHEN OTHER
004390           CONTINUE
004400     END-EVALUATE.
004410 1510-EXIT.
004420     EXIT.
004430*****************************************************************
004440*    2000-DEPOUILLER-SA - DATE DE L'ENTETE SA01, VOLUME ET TOTAL
004450*    DU PIED SA09 (MEME DEPOUILLEMENT QUE HZAK0001).
004460*****************************************************************
004470 2000-DEPOUILLER-SA.
004480     OPEN INPUT SA-FICHIER.
004490     IF NOT SA-OK
004500        DISPLAY 'HZBL0001 - SA-FICHIER NON PRODUIT CE JOUR - '
004510            'STATUT ' W-SA-STATUS
004520        GO TO 2000-EXIT
004530     END-IF.
004540     MOVE ZERO TO W-FLUX-DATE.
004550     MOVE ZERO TO W-FLUX-NB.
004560     MOVE ZERO TO W-FLUX-TOTAL.
004570     MOVE 'N' TO W-FIN-FICHIER.
004580     PERFORM 2100-LIRE-SA THRU 2100-EXIT
004590        UNTIL FIN-FICHIER.
004600     CLOSE SA-FICHIER.
004610     MOVE 1 TO W-RANG-FLUX.
004620     PERFORM 2900-RANGER-FLUX THRU 2900-EXIT.
004630 2000-EXIT.
004640     EXIT.
004650 2100-LIRE-SA.
004660     READ SA-FICHIER
004670        AT END
004680           MOVE 'O' TO W-FIN-FICHIER
004690           GO TO 2100-EXIT
004700     END-READ.
004710     MOVE SA00 (1:34) TO W-ENREG-COURANT.
004720     EVALUATE W-ENREG-COURANT (1:2)
004730        WHEN '01'
004740           MOVE W-ENREG-COURANT TO SA01-ENTETE
004750           MOVE SA01-DATE-TRAITEMENT TO W-FLUX-DATE
004760        WHEN '09'
004770           MOVE W-ENREG-COURANT TO SA09-PIED
004780           MOVE SA09-NB-DETAILS TO W-FLUX-NB
004790           MOVE SA09-MTLGC1-TOTAL TO W-FLUX-TOTAL
004800        WHEN OTHER
004810           CONTINUE
004820     END-EVALUATE.
004830 2100-EXIT.
004840     EXIT.
004850*****************************************************************
004860*    2200-DEPOUILLER-PREFACT - DATE DE L'ENTETE '01' (AAMMJJ,
004870*    FENETRE DE SIECLE A 50) ET VOLUME/TOTAL DU PIED '09'.
004880*****************************************************************
004890 2200-DEPOUILLER-PREFACT.
004900     OPEN INPUT PREFACT.
004910     IF NOT PREFACT-OK
004920        DISPLAY 'HZBL0001 - PREFACT NON PRODUIT CE JOUR - '
004930            'STATUT ' W-PREFACT-STATUS
004940        GO TO 2200-EXIT
004950     END-IF.
004960     MOVE ZERO TO W-FLUX-DATE.
004970     MOVE ZERO TO W-FLUX-NB.
004980     MOVE ZERO TO W-FLUX-TOTAL.
004990     MOVE 'N' TO W-FIN-FICHIER.
005000     PERFORM 2300-LIRE-PREFACT THRU 2300-EXIT
005010        UNTIL FIN-FICHIER.
005020     CLOSE PREFACT.
005030     MOVE 2 TO W-RANG-FLUX.
005040     PERFORM 2900-RANGER-FLUX THRU 2900-EXIT.
005050 2200-EXIT.
005060     EXIT.
005070 2300-LIRE-PREFACT.
005080     READ PREFACT
005090        AT END
005100           MOVE 'O' TO W-FIN-FICHIER
005110           GO TO 2300-EXIT
005120     END-READ.
005130     EVALUATE PREFACT-ENREG (1:2)
005140        WHEN '01'
005150           MOVE PREFACT-ENREG TO W-PF-ENTETE
005160           MOVE W-PE-DATE TO W-PF-DATE-6
005170           MOVE W-PF-DATE-6 (1:2) TO W-PF-AA
005180           IF W-PF-AA > 50
005190              COMPUTE W-FLUX-DATE = 19000000 + W-PF-DATE-6
005200           ELSE
005210              COMPUTE W-FLUX-DATE = 20000000 + W-PF-DATE-6
005220           END-IF
005230        WHEN '09'
005240           MOVE PREFACT-ENREG TO W-PF-PIED
005250           MOVE W-PP-NB TO W-FLUX-NB
005260           MOVE W-PP-TOTAL TO W-FLUX-TOTAL
005270        WHEN OTHER
005280           CONTINUE
005290     END-EVALUATE.
005300 2300-EXIT.
005310     EXIT.
005320*****************************************************************
005330*    2400-DEPOUILLER-BI - EXTRAIT BI-CSV : ENTETE '01,DATE' DE
005340*    L'EXTRAIT COMPLET, LIGNES DETAIL ET PIED '09,NB,TOTAL'.
005350*****************************************************************
005360 2400-DEPOUILLER-BI.
005370     OPEN INPUT BI-CSV.
005380     IF NOT BI-CSV-OK
005390        DISPLAY 'HZBL0001 - BI-CSV NON PRODUIT CE JOUR - '
005400            'STATUT ' W-BI-CSV-STATUS
005410        GO TO 2400-EXIT
005420     END-IF.
005430     MOVE ZERO TO W-FLUX-DATE.
005440     MOVE ZERO TO W-FLUX-NB.
005450     MOVE ZERO TO W-FLUX-TOTAL.
005460     MOVE ZERO TO W-BI-SOMME-DETAILS.
005470     MOVE ZERO TO W-BI-NB-DETAILS.
005480     MOVE 'N' TO W-FIN-FICHIER.
005490     PERFORM 2500-LIRE-BI THRU 2500-EXIT
005500        UNTIL FIN-FICHIER.
005510     CLOSE BI-CSV.
005520     IF NOT BI-PIED-LU
005530        MOVE W-BI-NB-DETAILS TO W-FLUX-NB
005540        MOVE W-BI-SOMME-DETAILS TO W-FLUX-TOTAL
005550     END-IF.
005560     IF W-NB-BI-ILLISIBLES > ZERO
005570        MOVE W-NB-BI-ILLISIBLES TO W-NB-EDIT
005580        DISPLAY 'HZBL0001 - MONTANTS BI-CSV ILLISIBLES : '
005590            W-NB-EDIT
005600     END-IF.
005610     MOVE 3 TO W-RANG-FLUX.
005620     PERFORM 2900-RANGER-FLUX THRU 2900-EXIT.
005630 2400-EXIT.
005640     EXIT.
005650 2500-LIRE-BI.
005660     READ BI-CSV
005670        AT END
005680           MOVE 'O' TO W-FIN-FICHIER
005690           GO TO 2500-EXIT
005700     END-READ.
005710     IF BI-CSV-LIGNE (1:3) = '01,'
005720        IF BI-CSV-LIGNE (4:8) NUMERIC
005730           MOVE BI-CSV-LIGNE (4:8) TO W-FLUX-DATE
005740        END-IF
005750        GO TO 2500-EXIT
005760     END-IF.
005770     MOVE SPACES TO W-BI-MONTANT-X.
005780     IF BI-CSV-LIGNE (1:3) = '09,'
005790        UNSTRING BI-CSV-LIGNE DELIMITED BY ','
005800           INTO W-BI-CHAMP-1 W-BI-NB-X W-BI-MONTANT-X
005810        END-UNSTRING
005820        IF W-BI-NB-X NUMERIC
005830           MOVE W-BI-NB-X TO W-BI-NB-9
005840           MOVE W-BI-NB-9 TO W-FLUX-NB
005850        END-IF
005860        PERFORM 2550-CONVERTIR-MONTANT-BI THRU 2550-EXIT
005870        MOVE W-BI-MONTANT TO W-FLUX-TOTAL
005880        MOVE 'O' TO W-BI-PIED-LU
005890        GO TO 2500-EXIT
005900     END-IF.
005910     UNSTRING BI-CSV-LIGNE DELIMITED BY ','
005920        INTO W-BI-CHAMP-1 W-BI-CHAMP-2 W-BI-CHAMP-3
005930             W-BI-CHAMP-4 W-BI-MONTANT-X
005940     END-UNSTRING.
005950     PERFORM 2550-CONVERTIR-MONTANT-BI THRU 2550-EXIT.
005960     ADD 1 TO W-BI-NB-DETAILS.
005970     ADD W-BI-MONTANT TO W-BI-SOMME-DETAILS.
005980 2500-EXIT.
005990     EXIT.
006000*****************************************************************
006010*    2550-CONVERTIR-MONTANT-BI - MONTANT TEXTE A POINT DECIMAL
006020*    (SIGNE '-' EVENTUEL EN TETE) RAMENE EN NUMERIQUE : PARTIE
006030*    ENTIERE CADREE A DROITE, DEUX DECIMALES. MONTANT ILLISIBLE :
006040*    ZERO, COMPTE ET SIGNALE.
006050*****************************************************************
006060 2550-CONVERTIR-MONTANT-BI.
006070     MOVE ZERO TO W-BI-MONTANT.
006080     MOVE ZERO TO W-BI-NB-MOINS.
006090     MOVE ZERO TO W-BI-LG-ENTIER.
006100     MOVE SPACES TO W-BI-ENTIER-X.
006110     MOVE SPACES TO W-BI-DECIMALES-X.
006120     INSPECT W-BI-MONTANT-X TALLYING W-BI-NB-MOINS FOR ALL '-'.
006130     INSPECT W-BI-MONTANT-X REPLACING ALL '-' BY SPACE.
006140     UNSTRING W-BI-MONTANT-X DELIMITED BY '.'
006150        INTO W-BI-ENTIER-X COUNT IN W-BI-LG-ENTIER
006160             W-BI-DECIMALES-X
006170     END-UNSTRING.
006180     IF W-BI-LG-ENTIER = ZERO OR W-BI-LG-ENTIER > 15
006190        ADD 1 TO W-NB-BI-ILLISIBLES
006200        GO TO 2550-EXIT
006210     END-IF.
006220     MOVE ZEROS TO W-BI-ENTIER-D.
006230     MOVE W-BI-ENTIER-X (1:W-BI-LG-ENTIER)
006240        TO W-BI-ENTIER-D (16 - W-BI-LG-ENTIER:W-BI-LG-ENTIER).
006250     INSPECT W-BI-ENTIER-D REPLACING ALL SPACE BY '0'.
006260     INSPECT W-BI-DECIMALES-X REPLACING ALL SPACE BY '0'.
006270     IF W-BI-ENTIER-D NOT NUMERIC
006280        OR W-BI-DECIMALES-X NOT NUMERIC
006290        ADD 1 TO W-NB-BI-ILLISIBLES
006300        GO TO 2550-EXIT
006310     END-IF.
006320     COMPUTE W-BI-MONTANT =
006330        W-BI-ENTIER-9 + W-BI-DECIMALES-9 / 100.
006340     IF W-BI-NB-MOINS > ZERO
006350        COMPUTE W-BI-MONTANT = ZERO - W-BI-MONTANT
006360     END-IF.
006370 2550-EXIT.
006380     EXIT.
006390*****************************************************************
006400*    2600-DEPOUILLER-GL - NOMBRE D'ECRITURES ET TOTAL DES DEBITS
006410*    (LES CREDITS LES EQUILIBRENT PAR CONSTRUCTION). LA DATE EST
006420*    LA DATE DE VALEUR DES ECRITURES.
006430*****************************************************************
006440 2600-DEPOUILLER-GL.
006450     OPEN INPUT GL-POST.
006460     IF NOT GL-POST-OK
006470        DISPLAY 'HZBL0001 - GL-POST NON PRODUIT CE JOUR - '
006480            'STATUT ' W-GL-POST-STATUS
006490        GO TO 2600-EXIT
006500     END-IF.
006510     MOVE ZERO TO W-FLUX-DATE.
006520     MOVE ZERO TO W-FLUX-NB.
006530     MOVE ZERO TO W-FLUX-TOTAL.
006540     MOVE 'N' TO W-FIN-FICHIER.
006550     PERFORM 2700-LIRE-GL THRU 2700-EXIT
006560        UNTIL FIN-FICHIER.
006570     CLOSE GL-POST.
006580     MOVE 4 TO W-RANG-FLUX.
006590     PERFORM 2900-RANGER-FLUX THRU 2900-EXIT.
006600 2600-EXIT.
006610     EXIT.
006620 2700-LIRE-GL.
006630     READ GL-POST
006640        AT END
006650           MOVE 'O' TO W-FIN-FICHIER
006660           GO TO 2700-EXIT
006670     END-READ.
006680     ADD 1 TO W-FLUX-NB.
006690     MOVE GP-DATE TO W-FLUX-DATE.
006700     IF GP-SENS = 'D'
006710        ADD GP-MONTANT TO W-FLUX-TOTAL
006720     END-IF.
006730 2700-EXIT.
006740     EXIT.
006750*****************************************************************
006760*    2800-FIXER-DATE-BALANCE - DATE DE L'ENTETE SA01 OU, SANS
006770*    SA-FICHIER, DE PREFACT PUIS DE BI-CSV (LA DATE GL-POST EST
006780*    UNE DATE DE VALEUR, NON RETENUE).
006790*****************************************************************
006800 2800-FIXER-DATE-BALANCE.
006810     EVALUATE TRUE
006820        WHEN W-FX-PRESENT (1) = 'O' AND W-FX-DATE (1) > ZERO
006830           MOVE W-FX-DATE (1) TO W-DATE-BALANCE
006840        WHEN W-FX-PRESENT (2) = 'O' AND W-FX-DATE (2) > ZERO
006850           MOVE W-FX-DATE (2) TO W-DATE-BALANCE
006860        WHEN W-FX-PRESENT (3) = 'O' AND W-FX-DATE (3) > ZERO
006870           MOVE W-FX-DATE (3) TO W-DATE-BALANCE
006880        WHEN OTHER
006890           MOVE ZERO TO W-DATE-BALANCE
006900     END-EVALUATE.
006910     MOVE SPACES TO W-LIGNE-TRAVAIL.
006920     STRING 'EQUILIBRAGE INTER-FLUX DE LA DATE DE TRAITEMENT '
006930         DELIMITED BY SIZE
006940         W-DATE-BALANCE DELIMITED BY SIZE
006950         INTO W-LIGNE-TRAVAIL
006960     END-STRING.
006970     MOVE W-LIGNE-TRAVAIL TO BL-RPRT-LIGNE.
006980     WRITE BL-RPRT-LIGNE.
006990     PERFORM 2810-EDITER-FLUX THRU 2810-EXIT
007000        VARYING W-RANG-FLUX FROM 1 BY 1
007010        UNTIL W-RANG-FLUX > 4.
007020 2800-EXIT.
007030     EXIT.
007040 2810-EDITER-FLUX.
007050     MOVE SPACES TO W-LIGNE-TRAVAIL.
007060     IF W-FX-PRESENT (W-RANG-FLUX) = 'N'
007070        STRING 'FLUX ' DELIMITED BY SIZE
007080            W-NF-NOM (W-RANG-FLUX) DELIMITED BY SIZE
007090            ' NON PRODUIT CE JOUR' DELIMITED BY SIZE
007100            INTO W-LIGNE-TRAVAIL
007110        END-STRING
007120     ELSE
007130        MOVE W-FX-NB (W-RANG-FLUX) TO W-NB-EDIT
007140        MOVE W-FX-TOTAL (W-RANG-FLUX) TO W-MT-EDIT-1
007150        STRING 'FLUX ' DELIMITED BY SIZE
007160            W-NF-NOM (W-RANG-FLUX) DELIMITED BY SIZE
007170            ' DATE ' DELIMITED BY SIZE
007180            W-FX-DATE (W-RANG-FLUX) DELIMITED BY SIZE
007190            ' VOLUME ' DELIMITED BY SIZE
007200            W-NB-EDIT DELIMITED BY SIZE
007210            ' TOTAL ' DELIMITED BY SIZE
007220            W-MT-EDIT-1 DELIMITED BY SIZE
007230            INTO W-LIGNE-TRAVAIL
007240        END-STRING
007250     END-IF.
007260     MOVE W-LIGNE-TRAVAIL TO BL-RPRT-LIGNE.
007270     WRITE BL-RPRT-LIGNE.
007280 2810-EXIT.
007290     EXIT.
007300 2850-SIGNALER-AUCUN-FLUX.
007310     DISPLAY 'HZBL0001 - AUCUN FLUX PRODUIT, RIEN A EQUILIBRER'.
007320     MOVE 'AUCUN FLUX PRODUIT CE JOUR - RIEN A EQUILIBRER'
007330        TO BL-RPRT-LIGNE.
007340     WRITE BL-RPRT-LIGNE.
007350     MOVE 4 TO W-CODE-RETOUR.
007360 2850-EXIT.
007370     EXIT.
007380 2900-RANGER-FLUX.
007390     MOVE 'O' TO W-FX-PRESENT (W-RANG-FLUX).
007400     MOVE W-FLUX-DATE TO W-FX-DATE (W-RANG-FLUX).
007410     MOVE W-FLUX-NB TO W-FX-NB (W-RANG-FLUX).
007420     MOVE W-FLUX-TOTAL TO W-FX-TOTAL (W-RANG-FLUX).
007430     ADD 1 TO W-NB-FLUX-PRESENTS.
007440 2900-EXIT.
007450     EXIT.
007460*****************************************************************
007470*    3000-CUMULER-CAUSES - MONTANT DE CHAQUE CAUSE CONNUE POUR LA
007480*    DATE DE TRAITEMENT. FICHIER D'ECARTS ABSENT : CAUSE NULLE
007490*    (AUCUN ECART DE CE GENRE CE JOUR-LA).
007500*****************************************************************
007510 3000-CUMULER-CAUSES.
007520     PERFORM 3100-CUMULER-DAT-REJ THRU 3100-EXIT.
007530     PERFORM 3200-CUMULER-ANO-MNT THRU 3200-EXIT.
007540     PERFORM 3300-CUMULER-EVT-REJ THRU 3300-EXIT.
007550     PERFORM 3400-CUMULER-LIBERATIONS THRU 3400-EXIT.
007560     PERFORM 3500-CUMULER-ATTENTES THRU 3500-EXIT.
007570     PERFORM 3600-CUMULER-CHANGE THRU 3600-EXIT.
007580     PERFORM 3900-EDITER-CAUSE THRU 3900-EXIT
007590        VARYING W-IDX-CAUSE FROM 1 BY 1
007600        UNTIL W-IDX-CAUSE > 4.
007610 3000-EXIT.
007620     EXIT.
007630 3100-CUMULER-DAT-REJ.
007640     OPEN INPUT DAT-REJ.
007650     IF NOT DAT-REJ-OK
007660        DISPLAY 'HZBL0001 - DAT-REJ INDISPONIBLE, AUCUN REJET DE '
007670            'DATE - STATUT ' W-DAT-REJ-STATUS
007680        GO TO 3100-EXIT
007690     END-IF.
007700     MOVE 'N' TO W-FIN-FICHIER.
007710     PERFORM 3150-LIRE-DAT-REJ THRU 3150-EXIT
007720        UNTIL FIN-FICHIER.
007730     CLOSE DAT-REJ.
007740 3100-EXIT.
007750     EXIT.
007760 3150-LIRE-DAT-REJ.
007770     READ DAT-REJ
007780        AT END
007790           MOVE 'O' TO W-FIN-FICHIER
007800           GO TO 3150-EXIT
007810     END-READ.
007820     IF DJ-HORODATE (1:6) = W-DATE-BALANCE-AAMMJJ
007830        ADD DJ-MONTANT TO W-CS-MONTANT (1)
007840        ADD 1 TO W-CS-NB (1)
007850     END-IF.
007860 3150-EXIT.
007870     EXIT.
007880 3200-CUMULER-ANO-MNT.
007890     OPEN INPUT ANO-MNT.
007900     IF NOT ANO-MNT-OK
007910        DISPLAY 'HZBL0001 - ANO-MNT INDISPONIBLE, AUCUN MONTANT '
007920            'ANORMAL - STATUT ' W-ANO-MNT-STATUS
007930        GO TO 3200-EXIT
007940     END-IF.
007950     MOVE 'N' TO W-FIN-FICHIER.
007960     PERFORM 3250-LIRE-ANO-MNT THRU 3250-EXIT
007970        UNTIL FIN-FICHIER.
007980     CLOSE ANO-MNT.
007990 3200-EXIT.
008000     EXIT.
008010 3250-LIRE-ANO-MNT.
008020     READ ANO-MNT
008030        AT END
008040           MOVE 'O' TO W-FIN-FICHIER
008050           GO TO 3250-EXIT
008060     END-READ.
008070     IF AM-HORODATE (1:6) = W-DATE-BALANCE-AAMMJJ
008080        ADD AM-MONTANT TO W-CS-MONTANT (1)
008090        ADD 1 TO W-CS-NB (1)
008100     END-IF.
008110 3250-EXIT.
008120     EXIT.
008130 3300-CUMULER-EVT-REJ.
008140     OPEN INPUT EVT-REJ.
008150     IF NOT EVT-REJ-OK
008160        DISPLAY 'HZBL0001 - EVT-REJ INDISPONIBLE, AUCUN TYPE '
008170            'ECARTE - STATUT ' W-EVT-REJ-STATUS
008180        GO TO 3300-EXIT
008190     END-IF.
008200     MOVE 'N' TO W-FIN-FICHIER.
008210     PERFORM 3350-LIRE-EVT-REJ THRU 3350-EXIT
008220        UNTIL FIN-FICHIER.
008230     CLOSE EVT-REJ.
008240 3300-EXIT.
008250     EXIT.
008260 3350-LIRE-EVT-REJ.
008270     READ EVT-REJ
008280        AT END
008290           MOVE 'O' TO W-FIN-FICHIER
008300           GO TO 3350-EXIT
008310     END-READ.
008320     IF EJ-HORODATE (1:6) = W-DATE-BALANCE-AAMMJJ
008330        ADD EJ-MONTANT TO W-CS-MONTANT (2)
008340        ADD 1 TO W-CS-NB (2)
008350     END-IF.
008360 3350-EXIT.
008370     EXIT.
008380*****************************************************************
008390*    3400-CUMULER-LIBERATIONS - DETAILS DE FA-ATT DONT L'ECHEANCE
008400*    EST ATTEINTE A LA DATE DE TRAITEMENT : VERSES AU PREFACT DU
008410*    JOUR PAR HZFA0001, ILS VIENNENT EN DEDUCTION DE LA CAUSE.
008420*****************************************************************
008430 3400-CUMULER-LIBERATIONS.
008440     OPEN INPUT FA-ATT.
008450     IF NOT FA-ATT-OK
008460        DISPLAY 'HZBL0001 - FA-ATT INDISPONIBLE, AUCUN DETAIL '
008470            'LIBERE - STATUT ' W-FA-ATT-STATUS
008480        GO TO 3400-EXIT
008490     END-IF.
008500     MOVE 'N' TO W-FIN-FICHIER.
008510     PERFORM 3450-LIRE-FA-ATT THRU 3450-EXIT
008520        UNTIL FIN-FICHIER.
008530     CLOSE FA-ATT.
008540 3400-EXIT.
008550     EXIT.
008560 3450-LIRE-FA-ATT.
008570     READ FA-ATT
008580        AT END
008590           MOVE 'O' TO W-FIN-FICHIER
008600           GO TO 3450-EXIT
008610     END-READ.
008620     IF FT-ECHEANCE NOT > W-DATE-BALANCE
008630        SUBTRACT FT-MONTANT FROM W-CS-MONTANT (3)
008640        ADD 1 TO W-CS-NB (3)
008650     END-IF.
008660 3450-EXIT.
008670     EXIT.
008680*****************************************************************
008690*    3500-CUMULER-ATTENTES - DETAILS VALORISES A LA DATE DE
008700*    TRAITEMENT ET MIS EN ATTENTE DANS FA-ATT-NV (LES ATTENTES
008710*    RECONDUITES DES PASSAGES PRECEDENTS NE COMPTENT PAS).
008720*****************************************************************
008730 3500-CUMULER-ATTENTES.
008740     OPEN INPUT FA-ATT-NV.
008750     IF NOT FA-ATT-NV-OK
008760        DISPLAY 'HZBL0001 - FA-ATT-NV INDISPONIBLE, AUCUNE MISE '
008770            'EN ATTENTE - STATUT ' W-FA-ATT-NV-STATUS
008780        GO TO 3500-EXIT
008790     END-IF.
008800     MOVE 'N' TO W-FIN-FICHIER.
008810     PERFORM 3550-LIRE-FA-ATT-NV THRU 3550-EXIT
008820        UNTIL FIN-FICHIER.
008830     CLOSE FA-ATT-NV.
008840 3500-EXIT.
008850     EXIT.
008860 3550-LIRE-FA-ATT-NV.
008870     READ FA-ATT-NV
008880        AT END
008890           MOVE 'O' TO W-FIN-FICHIER
008900           GO TO 3550-EXIT
008910     END-READ.
008920     IF FN-DATE-VALORISATION = W-DATE-BALANCE
008930        ADD FN-MONTANT TO W-CS-MONTANT (3)
008940        ADD 1 TO W-CS-NB (3)
008950     END-IF.
008960 3550-EXIT.
008970     EXIT.
008980 3600-CUMULER-CHANGE.
008990     OPEN INPUT DEV-ORIG.
009000     IF NOT DEV-ORIG-OK
009010        DISPLAY 'HZBL0001 - DEV-ORIG INDISPONIBLE, AUCUNE '
009020            'CONVERSION - STATUT ' W-DEV-ORIG-STATUS
009030        GO TO 3600-EXIT
009040     END-IF.
009050     MOVE 'N' TO W-FIN-FICHIER.
009060     PERFORM 3650-LIRE-DEV-ORIG THRU 3650-EXIT
009070        UNTIL FIN-FICHIER.
009080     CLOSE DEV-ORIG.
009090 3600-EXIT.
009100     EXIT.
009110 3650-LIRE-DEV-ORIG.
009120     READ DEV-ORIG
009130        AT END
009140           MOVE 'O' TO W-FIN-FICHIER
009150           GO TO 3650-EXIT
009160     END-READ.
009170     IF DG-HORODATE (1:6) = W-DATE-BALANCE-AAMMJJ
009180        COMPUTE W-CS-MONTANT (4) = W-CS-MONTANT (4)
009190           + DG-MONTANT-CONVERTI - DG-MONTANT-ORIGINE
009200        ADD 1 TO W-CS-NB (4)
009210     END-IF.
009220 3650-EXIT.
009230     EXIT.
009240 3900-EDITER-CAUSE.
009250     MOVE W-CS-NB (W-IDX-CAUSE) TO W-NB-EDIT.
009260     MOVE W-CS-MONTANT (W-IDX-CAUSE) TO W-MT-EDIT-1.
009270     MOVE SPACES TO W-LIGNE-TRAVAIL.
009280     STRING 'CAUSE ' DELIMITED BY SIZE
009290         W-CS-LIBELLE (W-IDX-CAUSE) DELIMITED BY SIZE
009300         ' LIGNES ' DELIMITED BY SIZE
009310         W-NB-EDIT DELIMITED BY SIZE
009320         ' MONTANT ' DELIMITED BY SIZE
009330         W-MT-EDIT-1 DELIMITED BY SIZE
009340         INTO W-LIGNE-TRAVAIL
009350     END-STRING.
009360     MOVE W-LIGNE-TRAVAIL TO BL-RPRT-LIGNE.
009370     WRITE BL-RPRT-LIGNE.
009380 3900-EXIT.
009390     EXIT.
009400*****************************************************************
009410*    4000-EQUILIBRER - LES SIX PAIRES DE FLUX, CHACUNE UNE FOIS
009420*    (A AVANT B DANS L'ORDRE DE LA TABLE).
009430*****************************************************************
009440 4000-EQUILIBRER.
009450     PERFORM 4050-EQUILIBRER-FLUX-A THRU 4050-EXIT
009460        VARYING W-FLUX-A FROM 1 BY 1
009470        UNTIL W-FLUX-A > 3.
009480 4000-EXIT.
009490     EXIT.
009500 4050-EQUILIBRER-FLUX-A.
009510     COMPUTE W-FLUX-B-DEBUT = W-FLUX-A + 1.
009520     PERFORM 4100-EQUILIBRER-PAIRE THRU 4100-EXIT
009530        VARYING W-FLUX-B FROM W-FLUX-B-DEBUT BY 1
009540        UNTIL W-FLUX-B > 4.
009550 4050-EXIT.
009560     EXIT.
009570*****************************************************************
009580*    4100-EQUILIBRER-PAIRE - ECART BRUT A - B, PART EXPLIQUEE PAR
009590*    LES CAUSES, RESIDU CONTRE LA TOLERANCE. RESIDU HORS
009600*    TOLERANCE : CODE RETOUR 8 (TRANSMISSIONS SUSPENDUES).
009610*****************************************************************
009620 4100-EQUILIBRER-PAIRE.
009630     ADD 1 TO W-NB-PAIRES.
009640     IF W-FX-PRESENT (W-FLUX-A) = 'N'
009650        OR W-FX-PRESENT (W-FLUX-B) = 'N'
009660        PERFORM 4300-SIGNALER-NON-CONTROLE THRU 4300-EXIT
009670        GO TO 4100-EXIT
009680     END-IF.
009690     COMPUTE W-ECART-BRUT =
009700        W-FX-TOTAL (W-FLUX-A) - W-FX-TOTAL (W-FLUX-B).
009710     MOVE ZERO TO W-ECART-EXPLIQUE.
009720     PERFORM 4110-CUMULER-CAUSE THRU 4110-EXIT
009730        VARYING W-IDX-CAUSE FROM 1 BY 1
009740        UNTIL W-IDX-CAUSE > 4.
009750     COMPUTE W-RESIDU = W-ECART-BRUT - W-ECART-EXPLIQUE.
009760     IF W-RESIDU < ZERO
009770        COMPUTE W-RESIDU-ABS = ZERO - W-RESIDU
009780     ELSE
009790        MOVE W-RESIDU TO W-RESIDU-ABS
009800     END-IF.
009810     EVALUATE TRUE
009820        WHEN W-RESIDU-ABS > KT-BALANCE-TOLERANCE
009830           MOVE 'ECART NON EXPLIQUE' TO W-VERDICT
009840           ADD 1 TO W-NB-NON-EXPLIQUEES
009850           MOVE 8 TO W-CODE-RETOUR
009860        WHEN W-ECART-BRUT = ZERO
009870           MOVE 'EQUILIBRE' TO W-VERDICT
009880           ADD 1 TO W-NB-EQUILIBREES
009890        WHEN OTHER
009900           MOVE 'ECART EXPLIQUE' TO W-VERDICT
009910           ADD 1 TO W-NB-EXPLIQUEES
009920     END-EVALUATE.
009930     MOVE W-ECART-BRUT TO W-MT-EDIT-1.
009940     MOVE W-ECART-EXPLIQUE TO W-MT-EDIT-2.
009950     MOVE W-RESIDU TO W-MT-EDIT-3.
009960     MOVE SPACES TO W-LIGNE-TRAVAIL.
009970     STRING 'PAIRE ' DELIMITED BY SIZE
009980         W-NF-NOM (W-FLUX-A) DELIMITED BY SIZE
009990         '/' DELIMITED BY SIZE
010000         W-NF-NOM (W-FLUX-B) DELIMITED BY SIZE
010010         ' ECART ' DELIMITED BY SIZE
010020         W-MT-EDIT-1 DELIMITED BY SIZE
010030         ' EXPLIQUE ' DELIMITED BY SIZE
010040         W-MT-EDIT-2 DELIMITED BY SIZE
010050         ' RESIDU ' DELIMITED BY SIZE
010060         W-MT-EDIT-3 DELIMITED BY SIZE
010070         ' ' DELIMITED BY SIZE
010080         W-VERDICT DELIMITED BY SIZE
010090         INTO W-LIGNE-TRAVAIL
010100     END-STRING.
010110     MOVE W-LIGNE-TRAVAIL TO BL-RPRT-LIGNE.
010120     WRITE BL-RPRT-LIGNE.
010130     PERFORM 4120-EDITER-PART-CAUSE THRU 4120-EXIT
010140        VARYING W-IDX-CAUSE FROM 1 BY 1
010150        UNTIL W-IDX-CAUSE > 4.
010160 4100-EXIT.
010170     EXIT.
010180 4110-CUMULER-CAUSE.
010190     PERFORM 4200-CALCULER-PART THRU 4200-EXIT.
010200     ADD W-PART-CAUSE TO W-ECART-EXPLIQUE.
010210 4110-EXIT.
010220     EXIT.
010230 4120-EDITER-PART-CAUSE.
010240     PERFORM 4200-CALCULER-PART THRU 4200-EXIT.
010250     IF W-PART-CAUSE = ZERO
010260        GO TO 4120-EXIT
010270     END-IF.
010280     MOVE W-PART-CAUSE TO W-MT-EDIT-1.
010290     MOVE SPACES TO W-LIGNE-TRAVAIL.
010300     STRING '      DONT ' DELIMITED BY SIZE
010310         W-CS-LIBELLE (W-IDX-CAUSE) DELIMITED BY SIZE
010320         ' ' DELIMITED BY SIZE
010330         W-MT-EDIT-1 DELIMITED BY SIZE
010340         INTO W-LIGNE-TRAVAIL
010350     END-STRING.
010360     MOVE W-LIGNE-TRAVAIL TO BL-RPRT-LIGNE.
010370     WRITE BL-RPRT-LIGNE.
010380 4120-EXIT.
010390     EXIT.
010400*****************************************************************
010410*    4200-CALCULER-PART - PART DE LA CAUSE COURANTE DANS L'ECART
010420*    DE LA PAIRE : MONTANT DE LA CAUSE PONDERE PAR (EFFET SUR A -
010430*    EFFET SUR B), CHAQUE EFFET VALANT -1, 0 OU +1.
010440*****************************************************************
010450 4200-CALCULER-PART.
010460     MOVE W-CS-EFFET (W-IDX-CAUSE, W-FLUX-A) TO W-EFFET-CAR.
010470     PERFORM 4210-TRADUIRE-EFFET THRU 4210-EXIT.
010480     MOVE W-EFFET-NUM TO W-EFFET-A.
010490     MOVE W-CS-EFFET (W-IDX-CAUSE, W-FLUX-B) TO W-EFFET-CAR.
010500     PERFORM 4210-TRADUIRE-EFFET THRU 4210-EXIT.
010510     MOVE W-EFFET-NUM TO W-EFFET-B.
010520     COMPUTE W-PART-CAUSE =
010530        (W-EFFET-A - W-EFFET-B) * W-CS-MONTANT (W-IDX-CAUSE).
010540 4200-EXIT.
010550     EXIT.
010560 4210-TRADUIRE-EFFET.
010570     EVALUATE W-EFFET-CAR
010580        WHEN '-'
010590           MOVE -1 TO W-EFFET-NUM
010600        WHEN '+'
010610           MOVE 1 TO W-EFFET-NUM
010620        WHEN OTHER
010630           MOVE ZERO TO W-EFFET-NUM
010640     END-EVALUATE.
010650 4210-EXIT.
010660     EXIT.
010670 4300-SIGNALER-NON-CONTROLE.
010680     ADD 1 TO W-NB-NON-CONTROLEES.
010690     IF W-CODE-RETOUR < 4
010700        MOVE 4 TO W-CODE-RETOUR
010710     END-IF.
010720     MOVE SPACES TO W-LIGNE-TRAVAIL.
010730     STRING 'PAIRE ' DELIMITED BY SIZE
010740         W-NF-NOM (W-FLUX-A) DELIMITED BY SIZE
010750         '/' DELIMITED BY SIZE
010760         W-NF-NOM (W-FLUX-B) DELIMITED BY SIZE
010770         ' NON CONTROLEE (FLUX NON PRODUIT)' DELIMITED BY SIZE
010780         INTO W-LIGNE-TRAVAIL
010790     END-STRING.
010800     MOVE W-LIGNE-TRAVAIL TO BL-RPRT-LIGNE.
010810     WRITE BL-RPRT-LIGNE.
010820 4300-EXIT.
010830     EXIT.
010840 8000-TERMINE.
010850     MOVE KT-BALANCE-TOLERANCE TO W-TOL-EDIT.
010860     MOVE W-CODE-RETOUR TO W-RC-EDIT.
010870     MOVE SPACES TO W-LIGNE-TRAVAIL.
010880     STRING 'TOLERANCE ' DELIMITED BY SIZE
010890         W-TOL-EDIT DELIMITED BY SIZE
010900         ' - CODE RETOUR ' DELIMITED BY SIZE
010910         W-RC-EDIT DELIMITED BY SIZE
010920         INTO W-LIGNE-TRAVAIL
010930     END-STRING.
010940     MOVE W-LIGNE-TRAVAIL TO BL-RPRT-LIGNE.
010950     WRITE BL-RPRT-LIGNE.
010960     CLOSE BL-RPRT.
010970     MOVE W-NB-PAIRES TO W-NB-EDIT.
010980     DISPLAY 'HZBL0001 - PAIRES EXAMINEES      : ' W-NB-EDIT.
010990     MOVE W-NB-EQUILIBREES TO W-NB-EDIT.
011000     DISPLAY 'HZBL0001 - PAIRES EQUILIBREES    : ' W-NB-EDIT.
011010     MOVE W-NB-EXPLIQUEES TO W-NB-EDIT.
011020     DISPLAY 'HZBL0001 - ECARTS EXPLIQUES      : ' W-NB-EDIT.
011030     MOVE W-NB-NON-EXPLIQUEES TO W-NB-EDIT.
011040     DISPLAY 'HZBL0001 - ECARTS NON EXPLIQUES  : ' W-NB-EDIT.
011050     MOVE W-NB-NON-CONTROLEES TO W-NB-EDIT.
011060     DISPLAY 'HZBL0001 - PAIRES NON CONTROLEES : ' W-NB-EDIT.
011070     IF W-CODE-RETOUR = 8
011080        DISPLAY 'HZBL0001 - ECART NON EXPLIQUE HORS TOLERANCE, '
011090            'TRANSMISSIONS SUSPENDUES'
011100     END-IF.
011110     MOVE W-CODE-RETOUR TO RETURN-CODE.
011120 8000-EXIT.
011130     EXIT.
