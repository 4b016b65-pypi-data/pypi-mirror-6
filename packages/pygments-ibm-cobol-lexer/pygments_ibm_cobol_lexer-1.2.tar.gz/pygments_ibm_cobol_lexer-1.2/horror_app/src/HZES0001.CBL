000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZES0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. FACTURATION PROVISOIRE DES QUANTITES MANQUANTES : POUR
000080     LA PERIODE TRAITEE (ES-PARM, A DEFAUT LE MOIS PRECEDENT),
000090     CHAQUE CLE QUANTITE D'UN ADHERENT ACTIF DE ADH-REF SANS
000100     QUANTITE VALIDEE DANS QTE-VAL (EXTRAITS DE LA PERIODE
000110     CONCATENES PAR L'EXPLOITATION) RECOIT UNE QUANTITE
000120     ESTIMEE : MOYENNE DES QUANTITES REELLES DES
000130     ESTIM-NB-PERIODES DERNIERES PERIODES (HISTORIQUE QTE-HIS),
000140     A DEFAUT LA QUANTITE KONSTAB ESTIM-QTE-DEFAUT. L'ESTIMATION
000150     EST VALORISEE AU TARIF DU COUPLE COTRTO/CETRTF ET FACTUREE
000160     EN LIGNE '02' MARQUEE PROVISOIRE ('P' EN POSITION 55) D'UN
000170     LOT PREFACT PROPRE (ENTETE '01', TOTAUX '03' PAR ADHERENT
000180     OU PAR EMPLOYEUR GRP-ADH COMME DANS HZFA0001, PIED '09').
000190     L'ESTIMATION RESTE OUVERTE DANS EST-OUV-NV JUSQU'A
000200     L'ARRIVEE DE LA QUANTITE REELLE, QUE HZFA0001 NE FACTURE
000210     PLUS QUE POUR L'ECART. LES QUANTITES REELLES DE LA PERIODE
000220     SONT AJOUTEES A L'HISTORIQUE (QTE-HIS-NV). RAPPORT ES-RPRT.
000230*****************************************************************
000240*    HISTORIQUE DES MODIFICATIONS
000250*    --------------------------------------------------------
000260*    DATE       AUTEUR  DESCRIPTION
000270*    --------   ------  -------------------------------------
000280*    15/10/2026 EBA     CREATION.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ES-PARM ASSIGN TO ESPARM
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-ES-PARM-STATUS.
000410     SELECT KONSTAB ASSIGN TO KONSTAB
000420         ORGANIZATION SEQUENTIAL
000430         FILE STATUS W-KONSTAB-STATUS.
000440     SELECT ADH-REF ASSIGN TO ADHREF
000450         ORGANIZATION SEQUENTIAL
000460         FILE STATUS W-ADH-REF-STATUS.
000470     SELECT QTE-VAL ASSIGN TO QTEVAL
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-QTE-VAL-STATUS.
000500     SELECT QTE-HIS ASSIGN TO QTEHIS
000510         ORGANIZATION SEQUENTIAL
000520         FILE STATUS W-QTE-HIS-STATUS.
000530     SELECT QTE-HIS-NV ASSIGN TO QTEHISNV
000540         ORGANIZATION SEQUENTIAL
000550         FILE STATUS W-QTE-HIS-NV-STATUS.
000560     SELECT TARIF ASSIGN TO TARIF
000570         ORGANIZATION SEQUENTIAL
000580         FILE STATUS W-TARIF-STATUS.
000590     SELECT GRP-ADH ASSIGN TO GRPADH
000600         ORGANIZATION SEQUENTIAL
000610         FILE STATUS W-GRP-ADH-STATUS.
000620     SELECT EST-OUV ASSIGN TO ESTOUV
000630         ORGANIZATION SEQUENTIAL
000640         FILE STATUS W-EST-OUV-STATUS.
000650     SELECT EST-OUV-NV ASSIGN TO ESTOUVNV
000660         ORGANIZATION SEQUENTIAL
000670         FILE STATUS W-EST-OUV-NV-STATUS.
000680     SELECT PREFACT ASSIGN TO PREFACT
000690         ORGANIZATION SEQUENTIAL
000700         FILE STATUS W-PREFACT-STATUS.
000710     SELECT ES-RPRT ASSIGN TO ESRPRT
000720         ORGANIZATION SEQUENTIAL
000730         FILE STATUS W-ES-RPRT-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760*****************************************************************
000770*    ES-PARM - PERIODE A ESTIMER (AAAAMM). FICHIER ABSENT, VIDE
000780*    OU A BLANC : MOIS QUI PRECEDE LA DATE DE TRAITEMENT.
000790*****************************************************************
000800 FD  ES-PARM
000810     LABEL RECORD STANDARD
000820     DATA RECORD ES-PARM-LIGNE.
000830 01  ES-PARM-LIGNE.
000840     05  EP-PERIODE              PIC X(06).
000850 FD  KONSTAB
000860     LABEL RECORD STANDARD
000870     DATA RECORD KONSTAB-LIGNE.
000880 01  KONSTAB-LIGNE.
000890     05  KONSTAB-RUBRIQUE        PIC X(20).
000900     05  KONSTAB-VALEUR          PIC X(60).
000910*****************************************************************
000920*    ADH-REF - COPIE SEQUENTIELLE DU MAITRE ADHERENT (HZMS0001),
000930*    UNE ENTREE PAR CLE QUANTITE.
000940*****************************************************************
000950 FD  ADH-REF
000960     LABEL RECORD STANDARD
000970     DATA RECORD ADH-MAST-ENREG.
000980 COPY ADHMSTC.
000990*****************************************************************
001000*    QTE-VAL - QUANTITES VALIDEES CUMULEES PAR CLE QTE-SRC,
001010*    EMISES PAR HORROR (7080) ; TOUS LES EXTRAITS DE LA PERIODE.
001020*****************************************************************
001030 FD  QTE-VAL
001040     LABEL RECORD STANDARD
001050     DATA RECORD QTE-VAL-LIGNE.
001060 01  QTE-VAL-LIGNE.
001070     05  QV-CLE                  PIC X(08).
001080     05  QV-QUANTITE             PIC S9(09)V99
001090                                 SIGN LEADING SEPARATE.
001100*****************************************************************
001110*    QTE-HIS - HISTORIQUE DES QUANTITES REELLES PAR CLE ET
001120*    PERIODE (AAAAMM). QTE-HIS-NV, MEME DESSIN, EST LE FICHIER DU
001130*    PASSAGE SUIVANT (SUBSTITUE PAR L'EXPLOITATION) : PERIODES
001140*    DE LA FENETRE D'ESTIMATION ET QUANTITES DE LA PERIODE.
001150*****************************************************************
001160 FD  QTE-HIS
001170     LABEL RECORD STANDARD
001180     DATA RECORD QTE-HIS-LIGNE.
001190 01  QTE-HIS-LIGNE.
001200     05  QH-CLE                  PIC X(08).
001210     05  QH-PERIODE              PIC 9(06).
001220     05  QH-QUANTITE             PIC S9(09)V99
001230                                 SIGN LEADING SEPARATE.
001240 FD  QTE-HIS-NV
001250     LABEL RECORD STANDARD
001260     DATA RECORD QTE-HIS-NV-LIGNE.
001270 01  QTE-HIS-NV-LIGNE.
001280     05  QN-CLE                  PIC X(08).
001290     05  QN-PERIODE              PIC 9(06).
001300     05  QN-QUANTITE             PIC S9(09)V99
001310                                 SIGN LEADING SEPARATE.
001320*****************************************************************
001330*    TARIF - MEME BAREME QUE HZFA0001.
001340*****************************************************************
001350 FD  TARIF
001360     LABEL RECORD STANDARD
001370     DATA RECORD TARIF-LIGNE.
001380 01  TARIF-LIGNE.
001390     05  TF-COTRTO               PIC X(05).
001400     05  TF-CETRTF               PIC X(05).
001410     05  TF-TAUX                 PIC 9(05)V99.
001420     05  TF-FIXE                 PIC 9(05)V99.
001430*****************************************************************
001440*    GRP-ADH - STRUCTURE DE GROUPE EMPLOYEUR (MEME DESSIN QUE
001450*    DANS HZFA0001).
001460*****************************************************************
001470 FD  GRP-ADH
001480     LABEL RECORD STANDARD
001490     DATA RECORD GRP-ADH-LIGNE.
001500 01  GRP-ADH-LIGNE.
001510     05  GR-EMPLOYEUR            PIC X(09).
001520     05  GR-COADHF               PIC X(09).
001530     05  GR-DATE-DEBUT           PIC 9(08).
001540     05  GR-DATE-FIN             PIC 9(08).
001550*****************************************************************
001560*    EST-OUV - ESTIMATIONS OUVERTES (NON ENCORE REGULARISEES PAR
001570*    HZFA0001) : CLE, ADHERENT, PERIODE, DATE D'ESTIMATION,
001580*    QUANTITE ET MONTANT FACTURES A TITRE PROVISOIRE. EST-OUV-NV,
001590*    MEME DESSIN, EST LE FICHIER DU PASSAGE SUIVANT (SUBSTITUE
001600*    PAR L'EXPLOITATION), LU ENSUITE PAR HZFA0001.
001610*****************************************************************
001620 FD  EST-OUV
001630     LABEL RECORD STANDARD
001640     DATA RECORD EST-OUV-LIGNE.
001650 01  EST-OUV-LIGNE.
001660     05  EO-CLE                  PIC X(08).
001670     05  EO-COADHF               PIC X(09).
001680     05  EO-PERIODE              PIC 9(06).
001690     05  EO-DATE-ESTIMATION      PIC 9(08).
001700     05  EO-QUANTITE             PIC 9(04)V99.
001710     05  EO-MONTANT              PIC S9(09)V99
001720                                 SIGN LEADING SEPARATE.
001730 FD  EST-OUV-NV
001740     LABEL RECORD STANDARD
001750     DATA RECORD EST-OUV-NV-LIGNE.
001760 01  EST-OUV-NV-LIGNE            PIC X(49).
001770 FD  PREFACT
001780     LABEL RECORD STANDARD
001790     DATA RECORD PREFACT-ENREG.
001800 01  PREFACT-ENREG               PIC X(60).
001810 FD  ES-RPRT
001820     LABEL RECORD STANDARD
001830     DATA RECORD ES-RPRT-LIGNE.
001840 01  ES-RPRT-LIGNE               PIC X(132).
001850 WORKING-STORAGE SECTION.
001860 01  W-ES-PARM-STATUS            PIC XX.
001870     88  ES-PARM-OK              VALUE '00'.
001880 01  W-KONSTAB-STATUS            PIC XX.
001890     88  KONSTAB-OK              VALUE '00'.
001900     88  KONSTAB-FIN             VALUE '10'.
001910 01  W-ADH-REF-STATUS            PIC XX.
001920     88  ADH-REF-OK              VALUE '00'.
001930 01  W-QTE-VAL-STATUS            PIC XX.
001940     88  QTE-VAL-OK              VALUE '00'.
001950 01  W-QTE-HIS-STATUS            PIC XX.
001960     88  QTE-HIS-OK              VALUE '00'.
001970 01  W-QTE-HIS-NV-STATUS         PIC XX.
001980 01  W-TARIF-STATUS              PIC XX.
001990     88  TARIF-OK                VALUE '00'.
002000 01  W-GRP-ADH-STATUS            PIC XX.
002010     88  GRP-ADH-OK              VALUE '00'.
002020 01  W-EST-OUV-STATUS            PIC XX.
002030     88  EST-OUV-OK              VALUE '00'.
002040 01  W-EST-OUV-NV-STATUS         PIC XX.
002050 01  W-PREFACT-STATUS            PIC XX.
002060 01  W-ES-RPRT-STATUS            PIC XX.
002070 01  W-FIN-REF                   PIC X VALUE 'N'.
002080     88  FIN-REF                 VALUE 'O'.
002090 01  W-FIN-QTE-VAL               PIC X VALUE 'N'.
002100     88  FIN-QTE-VAL             VALUE 'O'.
002110 01  W-FIN-HIS                   PIC X VALUE 'N'.
002120     88  FIN-HIS                 VALUE 'O'.
002130 01  W-FIN-TARIF                 PIC X VALUE 'N'.
002140     88  FIN-TARIF               VALUE 'O'.
002150 01  W-FIN-GROUPES               PIC X VALUE 'N'.
002160     88  FIN-GROUPES             VALUE 'O'.
002170 01  W-FIN-ESTIMATIONS           PIC X VALUE 'N'.
002180     88  FIN-ESTIMATIONS         VALUE 'O'.
002190 01  W-ARRET-SW                  PIC X VALUE 'N'.
002200     88  ARRET-TRAITEMENT        VALUE 'O'.
002210*****************************************************************
002220*    PARAMETRES KONSTAB : NOMBRE DE PERIODES DE LA MOYENNE ET
002230*    QUANTITE PAR DEFAUT (CENTIEMES SUR SIX CHIFFRES, ZERO = PAS
002240*    D'ESTIMATION SANS HISTORIQUE).
002250*****************************************************************
002260 01  KT-ESTIM-NB-PERIODES        PIC 9(02) VALUE 03.
002270 01  KT-ESTIM-QTE-DEFAUT         PIC 9(06) VALUE ZERO.
002280*****************************************************************
002290*    PERIODE ESTIMEE ET BORNE BASSE DE LA FENETRE D'HISTORIQUE.
002300*****************************************************************
002310 01  W-DATE-JOUR                 PIC 9(06) VALUE ZERO.
002320 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
002330 01  W-DATE-JOUR-R REDEFINES W-DATE-JOUR-CCYYMMDD.
002340     05  W-DJ-ANNEE              PIC 9(04).
002350     05  W-DJ-MOIS               PIC 9(02).
002360     05  W-DJ-JOUR               PIC 9(02).
002370 01  W-PERIODE-EST               PIC 9(06) VALUE ZERO.
002380 01  W-PERIODE-EST-R REDEFINES W-PERIODE-EST.
002390     05  W-PE-ANNEE              PIC 9(04).
002400     05  W-PE-MOIS               PIC 9(02).
002410 01  W-PERIODE-MIN               PIC 9(06) VALUE ZERO.
002420 01  W-PERIODE-MIN-R REDEFINES W-PERIODE-MIN.
002430     05  W-PM-ANNEE              PIC 9(04).
002440     05  W-PM-MOIS               PIC 9(02).
002450 01  W-NB-MOIS                   PIC 9(06) COMP VALUE ZERO.
002460 01  W-RESTE-MOIS                PIC 9(02) COMP VALUE ZERO.
002470*****************************************************************
002480*    CLES DE LA PERIODE : QUANTITES VALIDEES (10000 AU PLUS) ET
002490*    ESTIMATIONS DEJA OUVERTES (5000 AU PLUS).
002500*****************************************************************
002510 01  W-NB-VALIDEES               PIC 9(05) COMP VALUE ZERO.
002520 01  W-TAB-VALIDEES.
002530     05  W-QV-ENTREE OCCURS 10000 TIMES
002540             INDEXED BY W-IDX-QV.
002550         10  W-QV-CLE            PIC X(08).
002560         10  W-QV-QUANTITE       PIC S9(09)V99 COMP-3.
002570 01  W-NB-DEJA-ESTIMEES          PIC 9(04) COMP VALUE ZERO.
002580 01  W-TAB-DEJA-ESTIMEES.
002590     05  W-DE-ENTREE OCCURS 5000 TIMES
002600             INDEXED BY W-IDX-DE.
002610         10  W-DE-CLE            PIC X(08).
002620*****************************************************************
002630*    HISTORIQUE CUMULE PAR CLE SUR LA FENETRE (10000 AU PLUS).
002640*****************************************************************
002650 01  W-NB-HISTOS                 PIC 9(05) COMP VALUE ZERO.
002660 01  W-TAB-HISTOS.
002670     05  W-HI-ENTREE OCCURS 10000 TIMES
002680             INDEXED BY W-IDX-HI.
002690         10  W-HI-CLE            PIC X(08).
002700         10  W-HI-NB             PIC 9(03) COMP.
002710         10  W-HI-TOTAL          PIC S9(11)V99 COMP-3.
002720*****************************************************************
002730*    TABLE DES TARIFS (100 COUPLES AU PLUS).
002740*****************************************************************
002750 01  W-NB-TARIFS                 PIC 9(03) COMP VALUE ZERO.
002760 01  W-TAB-TARIFS.
002770     05  W-TA-ENTREE OCCURS 100 TIMES
002780             INDEXED BY W-IDX-TA.
002790         10  W-TA-COTRTO         PIC X(05).
002800         10  W-TA-CETRTF         PIC X(05).
002810         10  W-TA-TAUX           PIC 9(05)V99.
002820         10  W-TA-FIXE           PIC 9(05)V99.
002830*****************************************************************
002840*    TOTAUX PAR ADHERENT (500 AU PLUS), GROUPES EMPLOYEUR
002850*    (2000 MEMBRES, 200 EMPLOYEURS) : MEMES REGLES QUE HZFA0001.
002860*****************************************************************
002870 01  W-NB-ADH-TOTAUX             PIC 9(03) COMP VALUE ZERO.
002880 01  W-TAB-ADH-TOTAUX.
002890     05  W-AT-ENTREE OCCURS 500 TIMES
002900             INDEXED BY W-IDX-AT.
002910         10  W-AT-COADHF         PIC X(09).
002920         10  W-AT-TOTAL          PIC S9(11)V99 COMP-3.
002930 01  W-NB-MEMBRES                PIC 9(04) COMP VALUE ZERO.
002940 01  W-TAB-MEMBRES.
002950     05  W-GM-ENTREE OCCURS 2000 TIMES
002960             INDEXED BY W-IDX-GM.
002970         10  W-GM-COADHF         PIC X(09).
002980         10  W-GM-EMPLOYEUR      PIC X(09).
002990         10  W-GM-DATE-DEBUT     PIC 9(08).
003000         10  W-GM-DATE-FIN       PIC 9(08).
003010 01  W-NB-EMPLOYEURS             PIC 9(03) COMP VALUE ZERO.
003020 01  W-TAB-EMPLOYEURS.
003030     05  W-GE-ENTREE OCCURS 200 TIMES
003040             INDEXED BY W-IDX-GE.
003050         10  W-GE-EMPLOYEUR      PIC X(09).
003060         10  W-GE-TOTAL          PIC S9(11)V99 COMP-3.
003070 01  W-EMPLOYEUR-COURANT         PIC X(09) VALUE SPACES.
003080 01  W-MEMBRE-SW                 PIC X VALUE 'N'.
003090     88  MEMBRE-DE-GROUPE        VALUE 'O'.
003100*****************************************************************
003110*    ESTIMATION DE LA CLE COURANTE.
003120*****************************************************************
003130 01  W-TROUVE-SW                 PIC X VALUE 'N'.
003140     88  TROUVE                  VALUE 'O'.
003150 01  W-TARIF-TROUVE              PIC X VALUE 'N'.
003160     88  TARIF-TROUVE            VALUE 'O'.
003170 01  W-TAUX-COURANT              PIC 9(05)V99 VALUE ZERO.
003180 01  W-FIXE-COURANT              PIC 9(05)V99 VALUE ZERO.
003190 01  W-QTE-ESTIMEE               PIC 9(04)V99 VALUE ZERO.
003200 01  W-NB-PERIODES-BASE          PIC 9(03) COMP VALUE ZERO.
003210 01  W-MONTANT-LIGNE             PIC S9(09)V99 COMP-3 VALUE 0.
003220 01  W-TOTAL-GENERAL             PIC S9(11)V99 COMP-3 VALUE 0.
003230 01  W-COADHF-COURANT            PIC X(09).
003240 01  W-MOTIF                     PIC X(40).
003250 01  W-BASE-ESTIMATION           PIC X(12).
003260 01  W-NB-ESTIMEES               PIC 9(07) COMP VALUE ZERO.
003270 01  W-NB-SANS-BASE              PIC 9(07) COMP VALUE ZERO.
003280 01  W-NB-SANS-TARIF             PIC 9(07) COMP VALUE ZERO.
003290 01  W-NB-DEJA-OUVERTES          PIC 9(07) COMP VALUE ZERO.
003300 01  W-NB-HIS-ECRITES            PIC 9(07) COMP VALUE ZERO.
003310 01  W-NB-EDIT                   PIC Z(06)9.
003320 01  W-NB-EDIT-3                 PIC ZZ9.
003330 01  W-QTE-EDIT                  PIC Z(03)9,99.
003340 01  W-MT-EDIT                   PIC -(11)9,99.
003350 01  W-LIGNE-TRAVAIL             PIC X(132).
003360 01  W-ESTIMATION.
003370     05  W-EO-CLE                PIC X(08).
003380     05  W-EO-COADHF             PIC X(09).
003390     05  W-EO-PERIODE            PIC 9(06).
003400     05  W-EO-DATE-ESTIMATION    PIC 9(08).
003410     05  W-EO-QUANTITE           PIC 9(04)V99.
003420     05  W-EO-MONTANT            PIC S9(09)V99
003430                                 SIGN LEADING SEPARATE.
003440*****************************************************************
003450*    GABARITS DES ENREGISTREMENTS PREFACT (MEMES QUE HZFA0001) ;
003460*    W-PF-NATURE 'P' : LIGNE PROVISOIRE SUR ESTIMATION.
003470*****************************************************************
003480 01  W-PF-ENTETE.
003490     05  FILLER                  PIC X(02) VALUE '01'.
003500     05  W-PF-DATE               PIC 9(06).
003510     05  FILLER                  PIC X(52) VALUE SPACES.
003520 01  W-PF-DETAIL.
003530     05  FILLER                  PIC X(02) VALUE '02'.
003540     05  W-PF-COADHF             PIC X(09).
003550     05  W-PF-COTRTO             PIC X(05).
003560     05  W-PF-CETRTF             PIC X(05).
003570     05  W-PF-CLE                PIC X(08).
003580     05  W-PF-QUANTITE           PIC 9(04)V99.
003590     05  W-PF-TAUX               PIC 9(05)V99.
003600     05  W-PF-MONTANT            PIC S9(09)V99
003610                                 SIGN LEADING SEPARATE.
003620     05  W-PF-NATURE             PIC X(01) VALUE 'P'.
003630     05  FILLER                  PIC X(05) VALUE SPACES.
003640 01  W-PF-TOTAL-ADH.
003650     05  FILLER                  PIC X(02) VALUE '03'.
003660     05  W-PT-COADHF             PIC X(09).
003670     05  W-PT-TOTAL              PIC S9(11)V99
003680                                 SIGN LEADING SEPARATE.
003690     05  FILLER                  PIC X(35) VALUE SPACES.
003700 01  W-PF-PIED.
003710     05  FILLER                  PIC X(02) VALUE '09'.
003720     05  W-PP-NB                 PIC 9(07).
003730     05  W-PP-TOTAL              PIC S9(11)V99
003740                                 SIGN LEADING SEPARATE.
003750     05  FILLER                  PIC X(37) VALUE SPACES.
003760 PROCEDURE DIVISION.
003770 0000-MAINLINE.
003780     PERFORM 1000-INITIALISE THRU 1000-EXIT.
003790     PERFORM 1400-CHARGER-KONSTAB THRU 1400-EXIT.
003800     PERFORM 1500-CHARGER-VALIDEES THRU 1500-EXIT.
003810     PERFORM 1600-CHARGER-TARIFS THRU 1600-EXIT.
003820     PERFORM 1700-CHARGER-GROUPES THRU 1700-EXIT.
003830     PERFORM 1800-CHARGER-HISTORIQUE THRU 1800-EXIT.
003840     PERFORM 1900-REPRENDRE-ESTIMATIONS THRU 1900-EXIT.
003850     IF NOT ARRET-TRAITEMENT
003860        PERFORM 3000-TRAITER-CLE THRU 3000-EXIT
003870           UNTIL FIN-REF
003880        PERFORM 6000-HISTORISER-PERIODE THRU 6000-EXIT
003890        PERFORM 7000-ECRIRE-TOTAUX THRU 7000-EXIT
003900     END-IF.
003910     PERFORM 8000-TERMINE THRU 8000-EXIT.
003920     GOBACK.
003930*****************************************************************
003940*    1000-INITIALISE - PERIODE A ESTIMER, OUVERTURE DES SORTIES,
003950*    ENTETE '01' DU LOT PREFACT ET DU RAPPORT. ADH-REF
003960*    INDISPONIBLE : ARRET (CODE 8), AUCUNE SORTIE PRODUITE.
003970*****************************************************************
003980 1000-INITIALISE.
003990     ACCEPT W-DATE-JOUR FROM DATE.
004000     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
004010     MOVE W-DJ-ANNEE TO W-PE-ANNEE.
004020     MOVE W-DJ-MOIS TO W-PE-MOIS.
004030     IF W-PE-MOIS = 1
004040        SUBTRACT 1 FROM W-PE-ANNEE
004050        MOVE 12 TO W-PE-MOIS
004060     ELSE
004070        SUBTRACT 1 FROM W-PE-MOIS
004080     END-IF.
004090     OPEN INPUT ES-PARM.
004100     IF ES-PARM-OK
004110        READ ES-PARM
004120           AT END
004130              CONTINUE
004140           NOT AT END
004150              IF EP-PERIODE IS NUMERIC
004160                 MOVE EP-PERIODE TO W-PERIODE-EST
004170              END-IF
004180        END-READ
004190        CLOSE ES-PARM
004200     END-IF.
004210     OPEN INPUT ADH-REF.
004220     IF NOT ADH-REF-OK
004230        DISPLAY 'HZES0001 - ADH-REF INDISPONIBLE - STATUT '
004240            W-ADH-REF-STATUS
004250        MOVE 'O' TO W-ARRET-SW
004260        MOVE 8 TO RETURN-CODE
004270        GO TO 1000-EXIT
004280     END-IF.
004290     OPEN OUTPUT PREFACT ES-RPRT EST-OUV-NV QTE-HIS-NV.
004300     MOVE W-DATE-JOUR TO W-PF-DATE.
004310     MOVE W-PF-ENTETE TO PREFACT-ENREG.
004320     WRITE PREFACT-ENREG.
004330     MOVE SPACES TO W-LIGNE-TRAVAIL.
004340     STRING 'HZES0001 - ESTIMATIONS DE LA PERIODE '
004350         DELIMITED BY SIZE
004360         W-PERIODE-EST DELIMITED BY SIZE
004370         ' - DATE ' DELIMITED BY SIZE
004380         W-DATE-JOUR-CCYYMMDD DELIMITED BY SIZE
004390         INTO W-LIGNE-TRAVAIL
004400     END-STRING.
004410     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
004420     MOVE 'ADHERENT  CLE      PERIOD QUANTITE BASE          '
004430        TO W-LIGNE-TRAVAIL.
004440     MOVE '     MONTANT / MOTIF' TO W-LIGNE-TRAVAIL (49:).
004450     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
004460 1000-EXIT.
004470     EXIT.
004480*****************************************************************
004490*    1400-CHARGER-KONSTAB - RUBRIQUES ESTIM-NB-PERIODES ET
004500*    ESTIM-QTE-DEFAUT.
004510*****************************************************************
004520 1400-CHARGER-KONSTAB.
004530     OPEN INPUT KONSTAB.
004540     IF NOT KONSTAB-OK
004550        DISPLAY 'HZES0001 - KONSTAB INDISPONIBLE, PARAMETRES '
004560            'PAR DEFAUT - STATUT ' W-KONSTAB-STATUS
004570        GO TO 1400-EXIT
004580     END-IF.
004590     PERFORM UNTIL KONSTAB-FIN
004600        READ KONSTAB
004610           AT END SET KONSTAB-FIN TO TRUE
004620           NOT AT END
004630              IF KONSTAB-RUBRIQUE = 'ESTIM-NB-PERIODES'
004640                 MOVE KONSTAB-VALEUR (1:2)
004650                    TO KT-ESTIM-NB-PERIODES
004660              END-IF
004670              IF KONSTAB-RUBRIQUE = 'ESTIM-QTE-DEFAUT'
004680                 MOVE KONSTAB-VALEUR (1:6)
004690                    TO KT-ESTIM-QTE-DEFAUT
004700              END-IF
004710        END-READ
004720     END-PERFORM.
004730     CLOSE KONSTAB.
004740     IF KT-ESTIM-NB-PERIODES = ZERO
004750        MOVE 1 TO KT-ESTIM-NB-PERIODES
004760     END-IF.
004770     COMPUTE W-NB-MOIS = W-PE-ANNEE * 12 + W-PE-MOIS - 1
004780        - KT-ESTIM-NB-PERIODES.
004790     DIVIDE W-NB-MOIS BY 12 GIVING W-PM-ANNEE
004800        REMAINDER W-RESTE-MOIS.
004810     COMPUTE W-PM-MOIS = W-RESTE-MOIS + 1.
004820 1400-EXIT.
004830     EXIT.
004840*****************************************************************
004850*    1500-CHARGER-VALIDEES - CLES AYANT UNE QUANTITE VALIDEE
004860*    SUR LA PERIODE. FICHIER ABSENT : AUCUNE QUANTITE, TOUTES LES
004870*    CLES ACTIVES SERAIENT ESTIMEES - TRAITEMENT ARRETE (CODE 8).
004880*****************************************************************
004890 1500-CHARGER-VALIDEES.
004900     IF ARRET-TRAITEMENT
004910        GO TO 1500-EXIT
004920     END-IF.
004930     OPEN INPUT QTE-VAL.
004940     IF NOT QTE-VAL-OK
004950        DISPLAY 'HZES0001 - QTE-VAL INDISPONIBLE, ESTIMATION '
004960            'ABANDONNEE - STATUT ' W-QTE-VAL-STATUS
004970        MOVE 'O' TO W-ARRET-SW
004980        MOVE 8 TO RETURN-CODE
004990        GO TO 1500-EXIT
005000     END-IF.
005010     PERFORM UNTIL FIN-QTE-VAL
005020        READ QTE-VAL
005030           AT END SET FIN-QTE-VAL TO TRUE
005040           NOT AT END
005050              PERFORM 1510-EMPILER-VALIDEE THRU 1510-EXIT
005060        END-READ
005070     END-PERFORM.
005080     CLOSE QTE-VAL.
005090 1500-EXIT.
005100     EXIT.
005110 1510-EMPILER-VALIDEE.
005120     MOVE 'N' TO W-TROUVE-SW.
005130     IF W-NB-VALIDEES > ZERO
005140        SET W-IDX-QV TO 1
005150        SEARCH W-QV-ENTREE
005160           AT END
005170              CONTINUE
005180           WHEN W-IDX-QV > W-NB-VALIDEES
005190              CONTINUE
005200           WHEN W-QV-CLE (W-IDX-QV) = QV-CLE
005210              MOVE 'O' TO W-TROUVE-SW
005220              ADD QV-QUANTITE TO W-QV-QUANTITE (W-IDX-QV)
005230        END-SEARCH
005240     END-IF.
005250     IF TROUVE
005260        GO TO 1510-EXIT
005270     END-IF.
005280     IF W-NB-VALIDEES < 10000
005290        ADD 1 TO W-NB-VALIDEES
005300        MOVE QV-CLE TO W-QV-CLE (W-NB-VALIDEES)
005310        MOVE QV-QUANTITE TO W-QV-QUANTITE (W-NB-VALIDEES)
005320     ELSE
005330        DISPLAY 'HZES0001 - TABLE QTE-VAL PLEINE (10000) - '
005340            'ESTIMATION ABANDONNEE'
005350        MOVE 'O' TO W-ARRET-SW
005360        MOVE 8 TO RETURN-CODE
005370     END-IF.
005380 1510-EXIT.
005390     EXIT.
005400 1600-CHARGER-TARIFS.
005410     OPEN INPUT TARIF.
005420     IF NOT TARIF-OK
005430        DISPLAY 'HZES0001 - TARIF INDISPONIBLE - STATUT '
005440            W-TARIF-STATUS
005450        GO TO 1600-EXIT
005460     END-IF.
005470     PERFORM UNTIL FIN-TARIF
005480        READ TARIF
005490           AT END SET FIN-TARIF TO TRUE
005500           NOT AT END PERFORM 1610-EMPILER-TARIF THRU 1610-EXIT
005510        END-READ
005520     END-PERFORM.
005530     CLOSE TARIF.
005540 1600-EXIT.
005550     EXIT.
005560 1610-EMPILER-TARIF.
005570     IF W-NB-TARIFS < 100
005580        ADD 1 TO W-NB-TARIFS
005590        MOVE TF-COTRTO TO W-TA-COTRTO (W-NB-TARIFS)
005600        MOVE TF-CETRTF TO W-TA-CETRTF (W-NB-TARIFS)
005610        MOVE TF-TAUX TO W-TA-TAUX (W-NB-TARIFS)
005620        MOVE TF-FIXE TO W-TA-FIXE (W-NB-TARIFS)
005630     ELSE
005640        DISPLAY 'HZES0001 - TABLE TARIF PLEINE (100 MAXIMUM)'
005650            ' - ENTREE IGNOREE : ' TF-COTRTO ' ' TF-CETRTF
005660     END-IF.
005670 1610-EXIT.
005680     EXIT.
005690*****************************************************************
005700*    1700-CHARGER-GROUPES - STRUCTURE DE GROUPE EMPLOYEUR.
005710*    FICHIER ABSENT : TOTAUX PAR ADHERENT.
005720*****************************************************************
005730 1700-CHARGER-GROUPES.
005740     OPEN INPUT GRP-ADH.
005750     IF NOT GRP-ADH-OK
005760        DISPLAY 'HZES0001 - GRP-ADH INDISPONIBLE, FACTURATION '
005770            'INDIVIDUELLE - STATUT ' W-GRP-ADH-STATUS
005780        GO TO 1700-EXIT
005790     END-IF.
005800     PERFORM UNTIL FIN-GROUPES
005810        READ GRP-ADH
005820           AT END SET FIN-GROUPES TO TRUE
005830           NOT AT END PERFORM 1710-EMPILER-MEMBRE THRU 1710-EXIT
005840        END-READ
005850     END-PERFORM.
005860     CLOSE GRP-ADH.
005870 1700-EXIT.
005880     EXIT.
005890 1710-EMPILER-MEMBRE.
005900     IF W-NB-MEMBRES < 2000
005910        ADD 1 TO W-NB-MEMBRES
005920        MOVE GR-COADHF TO W-GM-COADHF (W-NB-MEMBRES)
005930        MOVE GR-EMPLOYEUR TO W-GM-EMPLOYEUR (W-NB-MEMBRES)
005940        MOVE GR-DATE-DEBUT TO W-GM-DATE-DEBUT (W-NB-MEMBRES)
005950        MOVE GR-DATE-FIN TO W-GM-DATE-FIN (W-NB-MEMBRES)
005960     ELSE
005970        DISPLAY 'HZES0001 - TABLE GRP-ADH PLEINE (2000 MEMBRES '
005980            'MAXIMUM) - ENTREE IGNOREE : ' GR-COADHF
005990     END-IF.
006000 1710-EXIT.
006010     EXIT.
006020*****************************************************************
006030*    1800-CHARGER-HISTORIQUE - LES QUANTITES DES PERIODES DE LA
006040*    FENETRE (W-PERIODE-MIN A LA PERIODE QUI PRECEDE LA PERIODE
006050*    ESTIMEE) SONT CUMULEES PAR CLE ET RECOPIEES DANS
006060*    QTE-HIS-NV ; LES PLUS ANCIENNES SONT ABANDONNEES, CELLES DE
006070*    LA PERIODE ESTIMEE SERONT REECRITES PAR 6000. FICHIER
006080*    ABSENT : PAS D'HISTORIQUE (PREMIER PASSAGE).
006090*****************************************************************
006100 1800-CHARGER-HISTORIQUE.
006110     IF ARRET-TRAITEMENT
006120        GO TO 1800-EXIT
006130     END-IF.
006140     OPEN INPUT QTE-HIS.
006150     IF NOT QTE-HIS-OK
006160        DISPLAY 'HZES0001 - QTE-HIS INDISPONIBLE, AUCUN '
006170            'HISTORIQUE - STATUT ' W-QTE-HIS-STATUS
006180        GO TO 1800-EXIT
006190     END-IF.
006200     PERFORM 1810-LIRE-HISTORIQUE THRU 1810-EXIT
006210        UNTIL FIN-HIS.
006220     CLOSE QTE-HIS.
006230 1800-EXIT.
006240     EXIT.
006250 1810-LIRE-HISTORIQUE.
006260     READ QTE-HIS
006270        AT END
006280           MOVE 'O' TO W-FIN-HIS
006290           GO TO 1810-EXIT
006300     END-READ.
006310     IF QH-PERIODE < W-PERIODE-MIN
006320        OR QH-PERIODE NOT < W-PERIODE-EST
006330        GO TO 1810-EXIT
006340     END-IF.
006350     MOVE QTE-HIS-LIGNE TO QTE-HIS-NV-LIGNE.
006360     WRITE QTE-HIS-NV-LIGNE.
006370     ADD 1 TO W-NB-HIS-ECRITES.
006380     MOVE 'N' TO W-TROUVE-SW.
006390     IF W-NB-HISTOS > ZERO
006400        SET W-IDX-HI TO 1
006410        SEARCH W-HI-ENTREE
006420           AT END
006430              CONTINUE
006440           WHEN W-IDX-HI > W-NB-HISTOS
006450              CONTINUE
006460           WHEN W-HI-CLE (W-IDX-HI) = QH-CLE
006470              MOVE 'O' TO W-TROUVE-SW
006480              ADD 1 TO W-HI-NB (W-IDX-HI)
006490              ADD QH-QUANTITE TO W-HI-TOTAL (W-IDX-HI)
006500        END-SEARCH
006510     END-IF.
006520     IF TROUVE
006530        GO TO 1810-EXIT
006540     END-IF.
006550     IF W-NB-HISTOS < 10000
006560        ADD 1 TO W-NB-HISTOS
006570        MOVE QH-CLE TO W-HI-CLE (W-NB-HISTOS)
006580        MOVE 1 TO W-HI-NB (W-NB-HISTOS)
006590        MOVE QH-QUANTITE TO W-HI-TOTAL (W-NB-HISTOS)
006600     ELSE
006610        DISPLAY 'HZES0001 - TABLE HISTORIQUE PLEINE (10000) - '
006620            'CLE SANS MOYENNE : ' QH-CLE
006630     END-IF.
006640 1810-EXIT.
006650     EXIT.
006660*****************************************************************
006670*    1900-REPRENDRE-ESTIMATIONS - LES ESTIMATIONS OUVERTES SONT
006680*    RECOPIEES DANS EST-OUV-NV ; CELLES DE LA PERIODE ESTIMEE
006690*    SONT RETENUES POUR NE PAS ESTIMER DEUX FOIS LA MEME CLE EN
006700*    CAS DE RELANCE. FICHIER ABSENT : AUCUNE ESTIMATION OUVERTE.
006710*****************************************************************
006720 1900-REPRENDRE-ESTIMATIONS.
006730     IF ARRET-TRAITEMENT
006740        GO TO 1900-EXIT
006750     END-IF.
006760     OPEN INPUT EST-OUV.
006770     IF NOT EST-OUV-OK
006780        DISPLAY 'HZES0001 - EST-OUV INDISPONIBLE, AUCUNE '
006790            'ESTIMATION OUVERTE - STATUT ' W-EST-OUV-STATUS
006800        GO TO 1900-EXIT
006810     END-IF.
006820     PERFORM 1910-REPRENDRE-ESTIMATION THRU 1910-EXIT
006830        UNTIL FIN-ESTIMATIONS.
006840     CLOSE EST-OUV.
006850 1900-EXIT.
006860     EXIT.
006870 1910-REPRENDRE-ESTIMATION.
006880     READ EST-OUV
006890        AT END
006900           MOVE 'O' TO W-FIN-ESTIMATIONS
006910           GO TO 1910-EXIT
006920     END-READ.
006930     MOVE EST-OUV-LIGNE TO EST-OUV-NV-LIGNE.
006940     WRITE EST-OUV-NV-LIGNE.
006950     IF EO-PERIODE NOT = W-PERIODE-EST
006960        GO TO 1910-EXIT
006970     END-IF.
006980     IF W-NB-DEJA-ESTIMEES < 5000
006990        ADD 1 TO W-NB-DEJA-ESTIMEES
007000        MOVE EO-CLE TO W-DE-CLE (W-NB-DEJA-ESTIMEES)
007010     ELSE
007020        DISPLAY 'HZES0001 - TABLE DES ESTIMATIONS OUVERTES '
007030            'PLEINE (5000) - ESTIMATION ABANDONNEE'
007040        MOVE 'O' TO W-ARRET-SW
007050        MOVE 8 TO RETURN-CODE
007060     END-IF.
007070 1910-EXIT.
007080     EXIT.
007090*****************************************************************
007100*    3000-TRAITER-CLE - UNE ENTREE ADH-REF : UNE CLE ACTIVE SANS
007110*    QUANTITE VALIDEE NI ESTIMATION OUVERTE SUR LA PERIODE EST
007120*    ESTIMEE, VALORISEE ET FACTUREE A TITRE PROVISOIRE.
007130*****************************************************************
007140 3000-TRAITER-CLE.
007150     READ ADH-REF
007160        AT END
007170           MOVE 'O' TO W-FIN-REF
007180           GO TO 3000-EXIT
007190     END-READ.
007200     IF NOT AF-STATUT-ACTIF
007210        GO TO 3000-EXIT
007220     END-IF.
007230     PERFORM 3100-CHERCHER-VALIDEE THRU 3100-EXIT.
007240     IF TROUVE
007250        GO TO 3000-EXIT
007260     END-IF.
007270     PERFORM 3150-CHERCHER-DEJA-ESTIMEE THRU 3150-EXIT.
007280     IF TROUVE
007290        ADD 1 TO W-NB-DEJA-OUVERTES
007300        GO TO 3000-EXIT
007310     END-IF.
007320     PERFORM 3200-RECHERCHER-TARIF THRU 3200-EXIT.
007330     IF NOT TARIF-TROUVE
007340        ADD 1 TO W-NB-SANS-TARIF
007350        MOVE 'AUCUN TARIF POUR CE COUPLE COTRTO/CETRTF'
007360           TO W-MOTIF
007370        PERFORM 7200-EDITER-ANOMALIE THRU 7200-EXIT
007380        GO TO 3000-EXIT
007390     END-IF.
007400     PERFORM 3300-ESTIMER-QUANTITE THRU 3300-EXIT.
007410     IF W-QTE-ESTIMEE = ZERO
007420        ADD 1 TO W-NB-SANS-BASE
007430        MOVE 'NI HISTORIQUE NI QUANTITE PAR DEFAUT' TO W-MOTIF
007440        PERFORM 7200-EDITER-ANOMALIE THRU 7200-EXIT
007450        GO TO 3000-EXIT
007460     END-IF.
007470     PERFORM 3400-FACTURER-ESTIMATION THRU 3400-EXIT.
007480 3000-EXIT.
007490     EXIT.
007500 3100-CHERCHER-VALIDEE.
007510     MOVE 'N' TO W-TROUVE-SW.
007520     IF W-NB-VALIDEES = ZERO
007530        GO TO 3100-EXIT
007540     END-IF.
007550     SET W-IDX-QV TO 1.
007560     SEARCH W-QV-ENTREE
007570        AT END
007580           CONTINUE
007590        WHEN W-IDX-QV > W-NB-VALIDEES
007600           CONTINUE
007610        WHEN W-QV-CLE (W-IDX-QV) = AF-CLE
007620           MOVE 'O' TO W-TROUVE-SW
007630     END-SEARCH.
007640 3100-EXIT.
007650     EXIT.
007660 3150-CHERCHER-DEJA-ESTIMEE.
007670     MOVE 'N' TO W-TROUVE-SW.
007680     IF W-NB-DEJA-ESTIMEES = ZERO
007690        GO TO 3150-EXIT
007700     END-IF.
007710     SET W-IDX-DE TO 1.
007720     SEARCH W-DE-ENTREE
007730        AT END
007740           CONTINUE
007750        WHEN W-IDX-DE > W-NB-DEJA-ESTIMEES
007760           CONTINUE
007770        WHEN W-DE-CLE (W-IDX-DE) = AF-CLE
007780           MOVE 'O' TO W-TROUVE-SW
007790     END-SEARCH.
007800 3150-EXIT.
007810     EXIT.
007820 3200-RECHERCHER-TARIF.
007830     MOVE 'N' TO W-TARIF-TROUVE.
007840     IF W-NB-TARIFS > ZERO
007850        SET W-IDX-TA TO 1
007860        SEARCH W-TA-ENTREE
007870           AT END
007880              CONTINUE
007890           WHEN W-IDX-TA > W-NB-TARIFS
007900              CONTINUE
007910           WHEN W-TA-COTRTO (W-IDX-TA) = AF-COTRTO
007920              AND W-TA-CETRTF (W-IDX-TA) = AF-CETRTF
007930              MOVE 'O' TO W-TARIF-TROUVE
007940              MOVE W-TA-TAUX (W-IDX-TA) TO W-TAUX-COURANT
007950              MOVE W-TA-FIXE (W-IDX-TA) TO W-FIXE-COURANT
007960        END-SEARCH
007970     END-IF.
007980 3200-EXIT.
007990     EXIT.
008000*****************************************************************
008010*    3300-ESTIMER-QUANTITE - MOYENNE DES QUANTITES REELLES DE LA
008020*    CLE SUR LA FENETRE, A DEFAUT QUANTITE KONSTAB.
008030*****************************************************************
008040 3300-ESTIMER-QUANTITE.
008050     MOVE ZERO TO W-QTE-ESTIMEE.
008060     MOVE ZERO TO W-NB-PERIODES-BASE.
008070     IF W-NB-HISTOS > ZERO
008080        SET W-IDX-HI TO 1
008090        SEARCH W-HI-ENTREE
008100           AT END
008110              CONTINUE
008120           WHEN W-IDX-HI > W-NB-HISTOS
008130              CONTINUE
008140           WHEN W-HI-CLE (W-IDX-HI) = AF-CLE
008150              MOVE W-HI-NB (W-IDX-HI) TO W-NB-PERIODES-BASE
008160              COMPUTE W-QTE-ESTIMEE ROUNDED =
008170                 W-HI-TOTAL (W-IDX-HI) / W-HI-NB (W-IDX-HI)
008180                 ON SIZE ERROR
008190                    MOVE 9999,99 TO W-QTE-ESTIMEE
008200              END-COMPUTE
008210        END-SEARCH
008220     END-IF.
008230     IF W-NB-PERIODES-BASE > ZERO
008240        MOVE W-NB-PERIODES-BASE TO W-NB-EDIT-3
008250        MOVE SPACES TO W-BASE-ESTIMATION
008260        STRING 'MOYENNE ' DELIMITED BY SIZE
008270            W-NB-EDIT-3 DELIMITED BY SIZE
008280            INTO W-BASE-ESTIMATION
008290        END-STRING
008300        GO TO 3300-EXIT
008310     END-IF.
008320     COMPUTE W-QTE-ESTIMEE = KT-ESTIM-QTE-DEFAUT / 100.
008330     MOVE 'DEFAUT' TO W-BASE-ESTIMATION.
008340 3300-EXIT.
008350     EXIT.
008360*****************************************************************
008370*    3400-FACTURER-ESTIMATION - LIGNE '02' PROVISOIRE, TOTAL DE
008380*    L'ADHERENT, ESTIMATION OUVERTE DANS EST-OUV-NV ET LIGNE DE
008390*    RAPPORT.
008400*****************************************************************
008410 3400-FACTURER-ESTIMATION.
008420     COMPUTE W-MONTANT-LIGNE ROUNDED =
008430        W-QTE-ESTIMEE * W-TAUX-COURANT + W-FIXE-COURANT.
008440     MOVE AF-COADHF TO W-PF-COADHF.
008450     MOVE AF-COTRTO TO W-PF-COTRTO.
008460     MOVE AF-CETRTF TO W-PF-CETRTF.
008470     MOVE AF-CLE TO W-PF-CLE.
008480     MOVE W-QTE-ESTIMEE TO W-PF-QUANTITE.
008490     MOVE W-TAUX-COURANT TO W-PF-TAUX.
008500     MOVE W-MONTANT-LIGNE TO W-PF-MONTANT.
008510     MOVE W-PF-DETAIL TO PREFACT-ENREG.
008520     WRITE PREFACT-ENREG.
008530     ADD 1 TO W-NB-ESTIMEES.
008540     ADD W-MONTANT-LIGNE TO W-TOTAL-GENERAL.
008550     MOVE AF-COADHF TO W-COADHF-COURANT.
008560     PERFORM 3450-CUMULER-TOTAL-ADHERENT THRU 3450-EXIT.
008570     MOVE AF-CLE TO W-EO-CLE.
008580     MOVE AF-COADHF TO W-EO-COADHF.
008590     MOVE W-PERIODE-EST TO W-EO-PERIODE.
008600     MOVE W-DATE-JOUR-CCYYMMDD TO W-EO-DATE-ESTIMATION.
008610     MOVE W-QTE-ESTIMEE TO W-EO-QUANTITE.
008620     MOVE W-MONTANT-LIGNE TO W-EO-MONTANT.
008630     MOVE W-ESTIMATION TO EST-OUV-NV-LIGNE.
008640     WRITE EST-OUV-NV-LIGNE.
008650     MOVE W-QTE-ESTIMEE TO W-QTE-EDIT.
008660     MOVE W-MONTANT-LIGNE TO W-MT-EDIT.
008670     MOVE SPACES TO W-LIGNE-TRAVAIL.
008680     STRING AF-COADHF DELIMITED BY SIZE
008690         ' ' DELIMITED BY SIZE
008700         AF-CLE DELIMITED BY SIZE
008710         ' ' DELIMITED BY SIZE
008720         W-PERIODE-EST DELIMITED BY SIZE
008730         ' ' DELIMITED BY SIZE
008740         W-QTE-EDIT DELIMITED BY SIZE
008750         ' ' DELIMITED BY SIZE
008760         W-BASE-ESTIMATION DELIMITED BY SIZE
008770         ' ' DELIMITED BY SIZE
008780         W-MT-EDIT DELIMITED BY SIZE
008790         INTO W-LIGNE-TRAVAIL
008800     END-STRING.
008810     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
008820 3400-EXIT.
008830     EXIT.
008840 3450-CUMULER-TOTAL-ADHERENT.
008850     IF W-NB-ADH-TOTAUX > ZERO
008860        SET W-IDX-AT TO 1
008870        SEARCH W-AT-ENTREE
008880           AT END
008890              PERFORM 3460-CREER-TOTAL-ADHERENT THRU 3460-EXIT
008900           WHEN W-IDX-AT > W-NB-ADH-TOTAUX
008910              PERFORM 3460-CREER-TOTAL-ADHERENT THRU 3460-EXIT
008920           WHEN W-AT-COADHF (W-IDX-AT) = W-COADHF-COURANT
008930              ADD W-MONTANT-LIGNE TO W-AT-TOTAL (W-IDX-AT)
008940        END-SEARCH
008950     ELSE
008960        PERFORM 3460-CREER-TOTAL-ADHERENT THRU 3460-EXIT
008970     END-IF.
008980 3450-EXIT.
008990     EXIT.
009000 3460-CREER-TOTAL-ADHERENT.
009010     IF W-NB-ADH-TOTAUX < 500
009020        ADD 1 TO W-NB-ADH-TOTAUX
009030        MOVE W-COADHF-COURANT TO
009040            W-AT-COADHF (W-NB-ADH-TOTAUX)
009050        MOVE W-MONTANT-LIGNE TO W-AT-TOTAL (W-NB-ADH-TOTAUX)
009060     ELSE
009070        DISPLAY 'HZES0001 - TABLE DES TOTAUX ADHERENT PLEINE '
009080            '(500 MAXIMUM) - TOTAL PERDU POUR '
009090            W-COADHF-COURANT
009100        MOVE 8 TO RETURN-CODE
009110     END-IF.
009120 3460-EXIT.
009130     EXIT.
009140*****************************************************************
009150*    6000-HISTORISER-PERIODE - LES QUANTITES VALIDEES DE LA
009160*    PERIODE ESTIMEE SONT AJOUTEES A QTE-HIS-NV.
009170*****************************************************************
009180 6000-HISTORISER-PERIODE.
009190     IF W-NB-VALIDEES > ZERO
009200        PERFORM 6100-HISTORISER-CLE THRU 6100-EXIT
009210           VARYING W-IDX-QV FROM 1 BY 1
009220           UNTIL W-IDX-QV > W-NB-VALIDEES
009230     END-IF.
009240 6000-EXIT.
009250     EXIT.
009260 6100-HISTORISER-CLE.
009270     MOVE W-QV-CLE (W-IDX-QV) TO QN-CLE.
009280     MOVE W-PERIODE-EST TO QN-PERIODE.
009290     MOVE W-QV-QUANTITE (W-IDX-QV) TO QN-QUANTITE.
009300     WRITE QTE-HIS-NV-LIGNE.
009310     ADD 1 TO W-NB-HIS-ECRITES.
009320 6100-EXIT.
009330     EXIT.
009340*****************************************************************
009350*    7000-ECRIRE-TOTAUX - UNE LIGNE '03' PAR ADHERENT ESTIME OU
009360*    PAR GROUPE EMPLOYEUR, PUIS LE PIED '09'.
009370*****************************************************************
009380 7000-ECRIRE-TOTAUX.
009390     IF W-NB-ADH-TOTAUX > ZERO
009400        PERFORM 7100-ECRIRE-TOTAL-ADHERENT THRU 7100-EXIT
009410           VARYING W-IDX-AT FROM 1 BY 1
009420           UNTIL W-IDX-AT > W-NB-ADH-TOTAUX
009430     END-IF.
009440     IF W-NB-EMPLOYEURS > ZERO
009450        PERFORM 7180-ECRIRE-TOTAL-EMPLOYEUR THRU 7180-EXIT
009460           VARYING W-IDX-GE FROM 1 BY 1
009470           UNTIL W-IDX-GE > W-NB-EMPLOYEURS
009480     END-IF.
009490     MOVE W-NB-ESTIMEES TO W-PP-NB.
009500     MOVE W-TOTAL-GENERAL TO W-PP-TOTAL.
009510     MOVE W-PF-PIED TO PREFACT-ENREG.
009520     WRITE PREFACT-ENREG.
009530 7000-EXIT.
009540     EXIT.
009550 7100-ECRIRE-TOTAL-ADHERENT.
009560     PERFORM 7150-CHERCHER-GROUPE THRU 7150-EXIT.
009570     IF MEMBRE-DE-GROUPE
009580        PERFORM 7160-CUMULER-EMPLOYEUR THRU 7160-EXIT
009590        GO TO 7100-EXIT
009600     END-IF.
009610     MOVE W-AT-COADHF (W-IDX-AT) TO W-PT-COADHF.
009620     MOVE W-AT-TOTAL (W-IDX-AT) TO W-PT-TOTAL.
009630     MOVE W-PF-TOTAL-ADH TO PREFACT-ENREG.
009640     WRITE PREFACT-ENREG.
009650 7100-EXIT.
009660     EXIT.
009670 7150-CHERCHER-GROUPE.
009680     MOVE 'N' TO W-MEMBRE-SW.
009690     MOVE SPACES TO W-EMPLOYEUR-COURANT.
009700     IF W-NB-MEMBRES = ZERO
009710        GO TO 7150-EXIT
009720     END-IF.
009730     SET W-IDX-GM TO 1.
009740     SEARCH W-GM-ENTREE
009750        AT END
009760           CONTINUE
009770        WHEN W-IDX-GM > W-NB-MEMBRES
009780           CONTINUE
009790        WHEN W-GM-COADHF (W-IDX-GM) = W-AT-COADHF (W-IDX-AT)
009800           AND W-DATE-JOUR-CCYYMMDD NOT LESS
009810              W-GM-DATE-DEBUT (W-IDX-GM)
009820           AND W-DATE-JOUR-CCYYMMDD NOT GREATER
009830              W-GM-DATE-FIN (W-IDX-GM)
009840           MOVE 'O' TO W-MEMBRE-SW
009850           MOVE W-GM-EMPLOYEUR (W-IDX-GM)
009860              TO W-EMPLOYEUR-COURANT
009870     END-SEARCH.
009880 7150-EXIT.
009890     EXIT.
009900 7160-CUMULER-EMPLOYEUR.
009910     IF W-NB-EMPLOYEURS = ZERO
009920        PERFORM 7170-CREER-EMPLOYEUR THRU 7170-EXIT
009930        GO TO 7160-EXIT
009940     END-IF.
009950     SET W-IDX-GE TO 1.
009960     SEARCH W-GE-ENTREE
009970        AT END
009980           PERFORM 7170-CREER-EMPLOYEUR THRU 7170-EXIT
009990        WHEN W-IDX-GE > W-NB-EMPLOYEURS
010000           PERFORM 7170-CREER-EMPLOYEUR THRU 7170-EXIT
010010        WHEN W-GE-EMPLOYEUR (W-IDX-GE) = W-EMPLOYEUR-COURANT
010020           ADD W-AT-TOTAL (W-IDX-AT) TO W-GE-TOTAL (W-IDX-GE)
010030     END-SEARCH.
010040 7160-EXIT.
010050     EXIT.
010060 7170-CREER-EMPLOYEUR.
010070     IF W-NB-EMPLOYEURS < 200
010080        ADD 1 TO W-NB-EMPLOYEURS
010090        MOVE W-EMPLOYEUR-COURANT
010100           TO W-GE-EMPLOYEUR (W-NB-EMPLOYEURS)
010110        MOVE W-AT-TOTAL (W-IDX-AT)
010120           TO W-GE-TOTAL (W-NB-EMPLOYEURS)
010130     ELSE
010140        DISPLAY 'HZES0001 - TABLE DES EMPLOYEURS PLEINE (200) -'
010150            ' TOTAL PERDU POUR ' W-EMPLOYEUR-COURANT
010160        MOVE 8 TO RETURN-CODE
010170     END-IF.
010180 7170-EXIT.
010190     EXIT.
010200 7180-ECRIRE-TOTAL-EMPLOYEUR.
010210     MOVE W-GE-EMPLOYEUR (W-IDX-GE) TO W-PT-COADHF.
010220     MOVE W-GE-TOTAL (W-IDX-GE) TO W-PT-TOTAL.
010230     MOVE W-PF-TOTAL-ADH TO PREFACT-ENREG.
010240     WRITE PREFACT-ENREG.
010250 7180-EXIT.
010260     EXIT.
010270 7200-EDITER-ANOMALIE.
010280     MOVE SPACES TO W-LIGNE-TRAVAIL.
010290     STRING AF-COADHF DELIMITED BY SIZE
010300         ' ' DELIMITED BY SIZE
010310         AF-CLE DELIMITED BY SIZE
010320         ' ' DELIMITED BY SIZE
010330         W-PERIODE-EST DELIMITED BY SIZE
010340         ' NON ESTIMEE : ' DELIMITED BY SIZE
010350         W-MOTIF DELIMITED BY SIZE
010360         INTO W-LIGNE-TRAVAIL
010370     END-STRING.
010380     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
010390 7200-EXIT.
010400     EXIT.
010410 7900-ECRIRE-LIGNE.
010420     MOVE W-LIGNE-TRAVAIL TO ES-RPRT-LIGNE.
010430     WRITE ES-RPRT-LIGNE.
010440 7900-EXIT.
010450     EXIT.
010460 8000-TERMINE.
010470     IF NOT ARRET-TRAITEMENT
010480        MOVE W-TOTAL-GENERAL TO W-MT-EDIT
010490        MOVE SPACES TO W-LIGNE-TRAVAIL
010500        STRING 'TOTAL FACTURE A TITRE PROVISOIRE '
010510            DELIMITED BY SIZE
010520            W-MT-EDIT DELIMITED BY SIZE
010530            INTO W-LIGNE-TRAVAIL
010540        END-STRING
010550        PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT
010560     END-IF.
010570     IF ADH-REF-OK OR W-ADH-REF-STATUS = '10'
010580        CLOSE ADH-REF
010590        CLOSE PREFACT ES-RPRT EST-OUV-NV QTE-HIS-NV
010600     END-IF.
010610     MOVE W-NB-ESTIMEES TO W-NB-EDIT.
010620     DISPLAY 'HZES0001 - CLES ESTIMEES         : ' W-NB-EDIT.
010630     MOVE W-NB-DEJA-OUVERTES TO W-NB-EDIT.
010640     DISPLAY 'HZES0001 - DEJA ESTIMEES         : ' W-NB-EDIT.
010650     MOVE W-NB-SANS-TARIF TO W-NB-EDIT.
010660     DISPLAY 'HZES0001 - SANS TARIF            : ' W-NB-EDIT.
010670     MOVE W-NB-SANS-BASE TO W-NB-EDIT.
010680     DISPLAY 'HZES0001 - SANS BASE D''ESTIMATION: ' W-NB-EDIT.
010690     MOVE W-NB-HIS-ECRITES TO W-NB-EDIT.
010700     DISPLAY 'HZES0001 - LIGNES QTE-HIS-NV     : ' W-NB-EDIT.
010710 8000-EXIT.
010720     EXIT.
