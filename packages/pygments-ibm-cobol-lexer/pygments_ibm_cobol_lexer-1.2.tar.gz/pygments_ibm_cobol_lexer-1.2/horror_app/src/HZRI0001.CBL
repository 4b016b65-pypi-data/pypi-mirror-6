000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZRI0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. REINTEGRATION D'ADHERENTS RADIES, SANS NOUVELLE
000080     ADHESION NI PERTE DU NUMERO ET DE L'HISTORIQUE. POUR CHAQUE
000090     DEMANDE DE RI-DEM (COUPLE RADIE PAR LA PHASE 84 DE HORROR
000100     ET DATE DE REINTEGRATION) : LES ENTREES ADH-MAST DE
000110     L'ADHERENT REPASSENT AU STATUT 'A' (REECRITES SUR PLACE
000120     DANS LE MAITRE INDEXE), LES MAITRES
000130     FFFFFGS RADIES OU SUPPRIMES SONT RECONSTITUES A PARTIR DE
000140     LA DERNIERE IMAGE NON RADIEE DU JOURNAL FGS-JRNL, LA
000150     COTISATION AFFVEAP SOLDEE A ZERO EST RETABLIE AU BAREME EN
000160     VIGUEUR A LA DATE DE REINTEGRATION. LE REMBOURSEMENT VERSE
000170     A LA RADIATION (SOLDE NEGATIF DE RAD-REGL) EST REPRIS : IL
000180     RETABLIT LA COTISATION DE L'ANNEE DE RADIATION. LES ANNEES
000190     SUIVANTES DE L'INTERRUPTION, JUSQU'AU MOIS QUI PRECEDE LA
000200     REINTEGRATION, SONT RAPPELEES AU BAREME DE CHAQUE ANNEE
000210     (MEME REGLE QUE 6004-CALCULER-COTISATION-BAREME DE HORROR,
000220     PLANCHER ET PLAFOND ANNUEL). REPRISE ET RAPPELS PARTENT EN
000230     PREFACT (FACTURES PAR HZFC0001). CHAQUE GESTE EST TRACE
000240     DANS FGS-JRNL ET UPD-AUDIT ; RAPPORT RI-RPRT.
000250*****************************************************************
000260*    HISTORIQUE DES MODIFICATIONS
000270*    --------------------------------------------------------
000280*    DATE       AUTEUR  DESCRIPTION
000290*    --------   ------  -------------------------------------
000300*    15/10/2026 EBA     CREATION.
000310*    15/10/2026 EBA     ADH-REF : INDICATEUR D'ADRESSE NPAI
000320*                       EN FIN DE DESSIN, RECOPIE TEL QUEL.
000330*    15/10/2026 EBA     ADH-REF : CANAL DE DIFFUSION, ADRESSE
000340*                       ELECTRONIQUE ET INDICATEUR DE REJET DE
000350*                       MESSAGERIE EN FIN DE DESSIN.
000360*    15/10/2026 EBA     ADH-REF : FREQUENCE DE FACTURATION (M
000370*                       MENSUELLE, T TRIMESTRIELLE, A ANNUELLE)
000380*                       EN FIN DE DESSIN.
000390*    15/10/2026 EBA     LA REINTEGRATION REMET A ZERO LA DATE DE
000400*                       RADIATION (DTRAD) DE LA LIGNE AFFVEAP
000410*                       RETABLIE : LE PRORATA TEMPORIS DE HORROR
000420*                       NE S'APPLIQUE PLUS A LA RADIATION
000430*                       ANNULEE.
000440*    15/10/2026 EBA     ENTREES ADHERENT LUES ET REACTIVEES PAR
000450*                       LE CHEMIN ALTERNATIF COADHF DU MAITRE
000460*                       INDEXE ADH-MAST (ADHMSTC) : PLUS DE TABLE
000470*                       DE 2000 ENTREES NI DE RECOPIE SUR
000480*                       ADH-REF-NOUVEAU.
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.
000540 SPECIAL-NAMES.
000550     DECIMAL-POINT IS COMMA.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT RI-DEM ASSIGN TO RIDEM
000590         ORGANIZATION SEQUENTIAL
000600         FILE STATUS W-RI-DEM-STATUS.
000610     SELECT ADH-MAST ASSIGN TO ADHMAST
000620         ORGANIZATION INDEXED
000630         ACCESS MODE DYNAMIC
000640         RECORD KEY AF-CLE
000650         ALTERNATE RECORD KEY AF-COADHF WITH DUPLICATES
000660         FILE STATUS W-ADH-MAST-STATUS.
000670     SELECT BAREME ASSIGN TO BAREME
000680         ORGANIZATION SEQUENTIAL
000690         FILE STATUS W-BAREME-STATUS.
000700     SELECT RAD-REGL ASSIGN TO RADREGL
000710         ORGANIZATION SEQUENTIAL
000720         FILE STATUS W-RAD-REGL-STATUS.
000730     SELECT FFFFFGS ASSIGN TO FFFFFGS
000740         ORGANIZATION INDEXED
000750         ACCESS MODE DYNAMIC
000760         RECORD KEY FFFFFGS-CLE
000770         ALTERNATE RECORD KEY FFFFFGS-COADHF
000780             WITH DUPLICATES
000790         FILE STATUS W-FFFFFGS-STATUS.
000800     SELECT FGS-JRNL ASSIGN TO FGSJRNL
000810         ORGANIZATION SEQUENTIAL
000820         FILE STATUS W-FGS-JRNL-STATUS.
000830     SELECT UPD-AUDIT ASSIGN TO UPDAUDIT
000840         ORGANIZATION SEQUENTIAL
000850         FILE STATUS W-UPD-AUDIT-STATUS.
000860     SELECT PREFACT ASSIGN TO PREFACT
000870         ORGANIZATION SEQUENTIAL
000880         FILE STATUS W-PREFACT-STATUS.
000890     SELECT RI-RPRT ASSIGN TO RIRPRT
000900         ORGANIZATION SEQUENTIAL
000910         FILE STATUS W-RI-RPRT-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940*****************************************************************
000950*    RI-DEM - DEMANDES DE REINTEGRATION : MEME CLE QUE RAD-DEM
000960*    (ADHERENT, ETABLISSEMENT, COUPLE) ET DATE D'EFFET DE LA
000970*    REINTEGRATION.
000980*****************************************************************
000990 FD  RI-DEM
001000     LABEL RECORD STANDARD
001010     DATA RECORD RI-DEM-LIGNE.
001020 01  RI-DEM-LIGNE.
001030     05  RI-COADHF               PIC X(09).
001040     05  RI-COETBL               PIC X(05).
001050     05  RI-CETRTF               PIC X(05).
001060     05  RI-COTRTO               PIC X(05).
001070     05  RI-DATE-REINTEGRATION   PIC 9(08).
001080*****************************************************************
001090*    ADH-MAST - MAITRE ADHERENT, LU ET MIS A JOUR PAR LE CHEMIN
001100*    ALTERNATIF COADHF.
001110*****************************************************************
001120 FD  ADH-MAST
001130     LABEL RECORD STANDARD
001140     DATA RECORD ADH-MAST-ENREG.
001150 COPY ADHMSTC.
001160*****************************************************************
001170*    BAREME - MEME DESSIN QUE DANS HORROR.
001180*****************************************************************
001190 FD  BAREME
001200     LABEL RECORD STANDARD
001210     DATA RECORD BAREME-LIGNE.
001220 01  BAREME-LIGNE.
001230     05  BA-COTRTO               PIC X(05).
001240     05  BA-CETRTF               PIC X(05).
001250     05  BA-DATE-DEBUT           PIC 9(08).
001260     05  BA-DATE-FIN             PIC 9(08).
001270     05  BA-TAUX                 PIC 9(05)V99.
001280     05  BA-FIXE                 PIC 9(05)V99.
001290     05  BA-PLAFOND-ANNUEL       PIC 9(07)V99.
001300     05  BA-PLANCHER             PIC 9(05)V99.
001310*****************************************************************
001320*    RAD-REGL - HISTORIQUE DES REGLEMENTS DE RADIATION EMIS PAR
001330*    LA PHASE 84 DE HORROR (GENERATIONS CONCATENEES, DANS
001340*    L'ORDRE CHRONOLOGIQUE). SEULS LES DETAILS '02' SONT LUS.
001350*****************************************************************
001360 FD  RAD-REGL
001370     LABEL RECORD STANDARD
001380     DATA RECORD RAD-REGL-ENREG.
001390 01  RAD-REGL-ENREG.
001400     05  RR-TYPE                 PIC X(02).
001410         88  RR-DETAIL           VALUE '02'.
001420     05  RR-COADHF               PIC X(09).
001430     05  RR-COETBL               PIC X(05).
001440     05  RR-COTRTO               PIC X(05).
001450     05  RR-CETRTF               PIC X(05).
001460     05  RR-DATE                 PIC 9(08).
001470     05  RR-SOLDE                PIC S9(07)V99
001480                                 SIGN LEADING SEPARATE.
001490     05  FILLER                  PIC X(02).
001500 FD  FFFFFGS
001510     LABEL RECORD STANDARD
001520     DATA RECORD FFFFFGS-ENREG.
001530 COPY FFFFFFGS.
001540*****************************************************************
001550*    FGS-JRNL - LU EN ENTREE POUR RETROUVER LES IMAGES AVANT
001560*    RADIATION, PUIS ALIMENTE EN EXTEND PAR LES GESTES DU
001570*    PROGRAMME (MEME SCHEMA QUE HZMT0001).
001580*****************************************************************
001590 FD  FGS-JRNL
001600     LABEL RECORD STANDARD
001610     DATA RECORD FGS-JRNL-LIGNE.
001620 01  FGS-JRNL-LIGNE.
001630     05  JN-HORODATE             PIC X(15).
001640     05  JN-JOB-NAME             PIC X(08).
001650     05  JN-TYPE                 PIC X(01).
001660     05  JN-CLE                  PIC X(12).
001670     05  JN-IMAGE-AVANT          PIC X(90).
001680 FD  UPD-AUDIT
001690     LABEL RECORD STANDARD
001700     DATA RECORD UPD-AUDIT-LIGNE.
001710 01  UPD-AUDIT-LIGNE.
001720     05  UA-HORODATE             PIC X(15).
001730     05  UA-USER-ID              PIC X(08).
001740     05  UA-COETBL               PIC X(05).
001750     05  UA-COADHF               PIC X(09).
001760     05  UA-CETRTF               PIC X(05).
001770     05  UA-COTRTO               PIC X(05).
001780     05  UA-COTNET-AVANT         PIC S9(07)V99
001790                                 SIGN LEADING SEPARATE.
001800     05  UA-COTNET-APRES         PIC S9(07)V99
001810                                 SIGN LEADING SEPARATE.
001820 FD  PREFACT
001830     LABEL RECORD STANDARD
001840     DATA RECORD PREFACT-LIGNE.
001850 01  PREFACT-LIGNE               PIC X(60).
001860 FD  RI-RPRT
001870     LABEL RECORD STANDARD
001880     DATA RECORD RI-RPRT-LIGNE.
001890 01  RI-RPRT-LIGNE               PIC X(132).
001900 WORKING-STORAGE SECTION.
001910 01  W-RI-DEM-STATUS             PIC XX.
001920     88  RI-DEM-OK               VALUE '00'.
001930     88  RI-DEM-FIN              VALUE '10'.
001940 01  W-ADH-MAST-STATUS           PIC XX.
001950     88  ADH-MAST-OK             VALUE '00'.
001960 01  W-ADH-MAST-OUVERT           PIC X VALUE 'N'.
001970     88  ADH-MAST-OUVERT         VALUE 'O'.
001980 01  W-FIN-ENTREES-ADH           PIC X VALUE 'N'.
001990     88  FIN-ENTREES-ADH         VALUE 'O'.
002000 01  W-BAREME-STATUS             PIC XX.
002010     88  BAREME-OK               VALUE '00'.
002020     88  BAREME-FIN              VALUE '10'.
002030 01  W-RAD-REGL-STATUS           PIC XX.
002040     88  RAD-REGL-OK             VALUE '00'.
002050     88  RAD-REGL-FIN            VALUE '10'.
002060 01  W-FFFFFGS-STATUS            PIC XX.
002070     88  FFFFFGS-OK              VALUE '00'.
002080 01  W-FGS-JRNL-STATUS           PIC XX.
002090     88  FGS-JRNL-OK             VALUE '00'.
002100     88  FGS-JRNL-FIN            VALUE '10'.
002110 01  W-UPD-AUDIT-STATUS          PIC XX.
002120 01  W-PREFACT-STATUS            PIC XX.
002130 01  W-RI-RPRT-STATUS            PIC XX.
002140 01  W-ARRET-SW                  PIC X VALUE 'N'.
002150     88  ARRET-TRAITEMENT        VALUE 'O'.
002160*****************************************************************
002170*    ZONE DE COMMUNICATION SQL (RETABLISSEMENT DE LA COTISATION
002180*    AFFVEAP SOLDEE A ZERO PAR LA RADIATION).
002190*****************************************************************
002200 COPY SQLCA.
002210 01  RI-ETBL                     PIC X(05).
002220 01  RI-ADHERENT                 PIC X(09).
002230 01  RI-PRODUIT                  PIC X(05).
002240 01  RI-TARIF                    PIC X(05).
002250 01  RI-COTNET                   PIC S9(07)V99 COMP-3.
002260 01  W-SQLCODE-EDIT              PIC -(09)9.
002270*****************************************************************
002280*    ZONE D'ECHANGE AVEC HZCD0001, MEME DECOUPE QUE DANS HORROR.
002290*****************************************************************
002300 01  W-CD-PARMS.
002310     05  W-CD-COADHF             PIC X(09).
002320     05  W-CD-RESULTAT           PIC X(01).
002330         88  COADHF-VALIDE       VALUE 'O'.
002340 01  W-CD-PROGRAMME              PIC X(08) VALUE 'HZCD0001'.
002350*****************************************************************
002360*    DEMANDES DE REINTEGRATION (200 AU PLUS PAR PASSAGE), AVEC
002370*    LE DERNIER REGLEMENT DE RADIATION TROUVE DANS RAD-REGL.
002380*****************************************************************
002390 01  W-NB-DEMANDES               PIC 9(03) COMP VALUE ZERO.
002400 01  W-TAB-DEMANDES.
002410     05  W-DM-ENTREE OCCURS 200 TIMES
002420             INDEXED BY W-IDX-DM.
002430         10  W-DM-COADHF         PIC X(09).
002440         10  W-DM-COETBL         PIC X(05).
002450         10  W-DM-CETRTF         PIC X(05).
002460         10  W-DM-COTRTO         PIC X(05).
002470         10  W-DM-DATE-EFFET     PIC 9(08).
002480         10  W-DM-REGL-SW        PIC X(01).
002490             88  DM-REGL-TROUVE  VALUE 'O'.
002500         10  W-DM-DATE-REGL      PIC 9(08).
002510         10  W-DM-SOLDE          PIC S9(07)V99 COMP-3.
002520 01  W-NB-REFS-RADIES            PIC 9(03) COMP VALUE ZERO.
002530 01  W-CLE-QUANTITE              PIC X(08) VALUE SPACES.
002540*****************************************************************
002550*    BAREME EN TABLE (MEME DECOUPE ET MEME RECHERCHE QUE HORROR).
002560*****************************************************************
002570 01  W-NB-BAREMES                PIC 9(03) COMP VALUE ZERO.
002580 01  W-TAB-BAREMES.
002590     05  W-BA-ENTREE OCCURS 100 TIMES
002600             INDEXED BY W-IDX-BA.
002610         10  W-BA-COTRTO         PIC X(05).
002620         10  W-BA-CETRTF         PIC X(05).
002630         10  W-BA-DATE-DEBUT     PIC 9(08).
002640         10  W-BA-DATE-FIN       PIC 9(08).
002650         10  W-BA-TAUX           PIC 9(05)V99.
002660         10  W-BA-FIXE           PIC 9(05)V99.
002670         10  W-BA-PLAFOND        PIC 9(07)V99.
002680         10  W-BA-PLANCHER       PIC 9(05)V99.
002690 01  W-BAREME-TROUVE-SW          PIC X VALUE 'N'.
002700     88  BAREME-TROUVE           VALUE 'O'.
002710 01  W-DATE-BAREME               PIC 9(08) VALUE ZERO.
002720 01  W-COTNET-BAREME             PIC S9(07)V99 COMP-3 VALUE 0.
002730*****************************************************************
002740*    DERNIERE IMAGE NON RADIEE DE CHAQUE MAITRE DES ADHERENTS
002750*    DEMANDES, RELEVEE DANS FGS-JRNL (500 CLES AU PLUS).
002760*****************************************************************
002770 01  W-NB-IMAGES                 PIC 9(03) COMP VALUE ZERO.
002780 01  W-TAB-IMAGES.
002790     05  W-JI-ENTREE OCCURS 500 TIMES
002800             INDEXED BY W-IDX-JI.
002810         10  W-JI-CLE            PIC X(12).
002820         10  W-JI-IMAGE          PIC X(90).
002830 01  W-IMAGE-JOURNAL             PIC X(90).
002840 01  W-IMAGE-JOURNAL-R REDEFINES W-IMAGE-JOURNAL.
002850     05  W-IJ-CLE                PIC X(12).
002860     05  W-IJ-COETBL             PIC X(05).
002870     05  W-IJ-COADHF             PIC X(09).
002880     05  W-IJ-LIBELLE            PIC X(30).
002890     05  FILLER                  PIC X(34).
002900 01  W-IMAGE-AVANT               PIC X(90) VALUE SPACES.
002910 01  W-MONTANT-AVANT             PIC S9(09)V99 COMP-3 VALUE 0.
002920*****************************************************************
002930*    DEMANDE COURANTE ET CALCUL DU RAPPEL.
002940*****************************************************************
002950 01  W-DEMANDE-SW                PIC X VALUE 'N'.
002960     88  DEMANDE-REJETEE         VALUE 'O'.
002970 01  W-MOTIF-REJET               PIC X(40) VALUE SPACES.
002980 01  W-CLE-MAITRE                PIC X(12) VALUE SPACES.
002990 01  W-DATE-RADIATION            PIC 9(08) VALUE ZERO.
003000 01  W-DATE-RADIATION-R REDEFINES W-DATE-RADIATION.
003010     05  W-AN-RADIATION          PIC 9(04).
003020     05  W-MOIS-RADIATION        PIC 9(02).
003030     05  FILLER                  PIC 9(02).
003040 01  W-DATE-REINTEGRATION        PIC 9(08) VALUE ZERO.
003050 01  W-DATE-REINTEGRATION-R REDEFINES W-DATE-REINTEGRATION.
003060     05  W-AN-REINTEGRATION      PIC 9(04).
003070     05  W-MOIS-REINTEGRATION    PIC 9(02).
003080     05  FILLER                  PIC 9(02).
003090 01  W-AN-DEBUT-RAPPEL           PIC 9(04) VALUE ZERO.
003100 01  W-AN-RAPPEL                 PIC 9(04) VALUE ZERO.
003110 01  W-MOIS-RAPPEL               PIC 9(02) VALUE ZERO.
003120 01  W-TAUX-MENSUEL              PIC 9(05)V99 VALUE ZERO.
003130 01  W-MONTANT-LIGNE             PIC S9(09)V99 COMP-3 VALUE 0.
003140 01  W-REPRISE                   PIC S9(07)V99 COMP-3 VALUE 0.
003150 01  W-TOTAL-ADHERENT            PIC S9(11)V99 COMP-3 VALUE 0.
003160 01  W-TOTAL-GENERAL             PIC S9(11)V99 COMP-3 VALUE 0.
003170 01  W-NB-LIGNES-ADHERENT        PIC 9(03) COMP VALUE ZERO.
003180 01  W-HORODATE-TRAVAIL.
003190     05  W-HORO-DATE             PIC 9(06).
003200     05  W-HORO-HEURE            PIC 9(08).
003210 01  W-DATE-JOUR                 PIC 9(06) VALUE ZERO.
003220 01  W-NB-LUES                   PIC 9(05) COMP VALUE ZERO.
003230 01  W-NB-REINTEGRES             PIC 9(05) COMP VALUE ZERO.
003240 01  W-NB-REJETEES               PIC 9(05) COMP VALUE ZERO.
003250 01  W-NB-MAITRES-RETABLIS       PIC 9(05) COMP VALUE ZERO.
003260 01  W-NB-MAITRES-RECREES        PIC 9(05) COMP VALUE ZERO.
003270 01  W-NB-REPRISES               PIC 9(05) COMP VALUE ZERO.
003280 01  W-NB-RAPPELS                PIC 9(05) COMP VALUE ZERO.
003290 01  W-NB-PREFACT                PIC 9(07) COMP VALUE ZERO.
003300 01  W-NB-EDIT                   PIC Z(04)9.
003310 01  W-MT-EDIT                   PIC -(12)9,99.
003320 01  W-LIGNE-TRAVAIL             PIC X(132).
003330*****************************************************************
003340*    GABARITS DES ENREGISTREMENTS PREFACT (MEMES QUE HZFA0001).
003350*****************************************************************
003360 01  W-PF-ENTETE.
003370     05  FILLER                  PIC X(02) VALUE '01'.
003380     05  W-PF-DATE               PIC 9(06).
003390     05  FILLER                  PIC X(52) VALUE SPACES.
003400 01  W-PF-DETAIL.
003410     05  FILLER                  PIC X(02) VALUE '02'.
003420     05  W-PF-COADHF             PIC X(09).
003430     05  W-PF-COTRTO             PIC X(05).
003440     05  W-PF-CETRTF             PIC X(05).
003450     05  W-PF-CLE                PIC X(08).
003460     05  W-PF-QUANTITE           PIC 9(04)V99.
003470     05  W-PF-TAUX               PIC 9(05)V99.
003480     05  W-PF-MONTANT            PIC S9(09)V99
003490                                 SIGN LEADING SEPARATE.
003500     05  FILLER                  PIC X(06) VALUE SPACES.
003510 01  W-PF-TOTAL-ADH.
003520     05  FILLER                  PIC X(02) VALUE '03'.
003530     05  W-PT-COADHF             PIC X(09).
003540     05  W-PT-TOTAL              PIC S9(11)V99
003550                                 SIGN LEADING SEPARATE.
003560     05  FILLER                  PIC X(35) VALUE SPACES.
003570 01  W-PF-PIED.
003580     05  FILLER                  PIC X(02) VALUE '09'.
003590     05  W-PP-NB                 PIC 9(07).
003600     05  W-PP-TOTAL              PIC S9(11)V99
003610                                 SIGN LEADING SEPARATE.
003620     05  FILLER                  PIC X(37) VALUE SPACES.
003630 PROCEDURE DIVISION.
003640 0000-MAINLINE.
003650     PERFORM 1000-INITIALISE THRU 1000-EXIT.
003660     IF ARRET-TRAITEMENT
003670        GO TO 0000-FIN
003680     END-IF.
003690     PERFORM 1200-OUVRIR-REFERENTIEL THRU 1200-EXIT.
003700     PERFORM 1300-CHARGER-BAREME THRU 1300-EXIT.
003710     PERFORM 1400-CHARGER-REGLEMENTS THRU 1400-EXIT.
003720     PERFORM 1500-CHARGER-IMAGES THRU 1500-EXIT.
003730     PERFORM 1600-OUVRIR-SORTIES THRU 1600-EXIT.
003740     IF ARRET-TRAITEMENT
003750        GO TO 0000-FIN
003760     END-IF.
003770     IF W-NB-DEMANDES > ZERO
003780        PERFORM 2000-TRAITER-DEMANDE THRU 2000-EXIT
003790           VARYING W-IDX-DM FROM 1 BY 1
003800           UNTIL W-IDX-DM > W-NB-DEMANDES
003810     END-IF.
003820     PERFORM 7000-ECRIRE-PIED THRU 7000-EXIT.
003830 0000-FIN.
003840     PERFORM 8000-TERMINE THRU 8000-EXIT.
003850     GOBACK.
003860*****************************************************************
003870*    1000-INITIALISE - CHARGEMENT DES DEMANDES. RI-DEM ABSENT :
003880*    ARRET DU TRAITEMENT, CODE RETOUR 8.
003890*****************************************************************
003900 1000-INITIALISE.
003910     ACCEPT W-DATE-JOUR FROM DATE.
003920     ACCEPT W-HORO-DATE FROM DATE.
003930     ACCEPT W-HORO-HEURE FROM TIME.
003940     OPEN INPUT RI-DEM.
003950     IF NOT RI-DEM-OK
003960        DISPLAY 'HZRI0001 - RI-DEM INDISPONIBLE - STATUT '
003970            W-RI-DEM-STATUS
003980        MOVE 'O' TO W-ARRET-SW
003990        MOVE 8 TO RETURN-CODE
004000        GO TO 1000-EXIT
004010     END-IF.
004020     PERFORM UNTIL RI-DEM-FIN
004030        READ RI-DEM
004040           AT END CONTINUE
004050           NOT AT END PERFORM 1100-EMPILER-DEMANDE THRU 1100-EXIT
004060        END-READ
004070     END-PERFORM.
004080     CLOSE RI-DEM.
004090 1000-EXIT.
004100     EXIT.
004110 1100-EMPILER-DEMANDE.
004120     ADD 1 TO W-NB-LUES.
004130     IF W-NB-DEMANDES < 200
004140        ADD 1 TO W-NB-DEMANDES
004150        SET W-IDX-DM TO W-NB-DEMANDES
004160        MOVE RI-COADHF TO W-DM-COADHF (W-IDX-DM)
004170        MOVE RI-COETBL TO W-DM-COETBL (W-IDX-DM)
004180        MOVE RI-CETRTF TO W-DM-CETRTF (W-IDX-DM)
004190        MOVE RI-COTRTO TO W-DM-COTRTO (W-IDX-DM)
004200        MOVE RI-DATE-REINTEGRATION TO W-DM-DATE-EFFET (W-IDX-DM)
004210        MOVE 'N' TO W-DM-REGL-SW (W-IDX-DM)
004220        MOVE ZERO TO W-DM-DATE-REGL (W-IDX-DM)
004230        MOVE ZERO TO W-DM-SOLDE (W-IDX-DM)
004240     ELSE
004250        DISPLAY 'HZRI0001 - TABLE DES DEMANDES PLEINE (200 '
004260            'MAXIMUM) - DEMANDE IGNOREE : ' RI-COADHF
004270        IF RETURN-CODE < 4
004280           MOVE 4 TO RETURN-CODE
004290        END-IF
004300     END-IF.
004310 1100-EXIT.
004320     EXIT.
004330*****************************************************************
004340*    1200-OUVRIR-REFERENTIEL - MAITRE ADH-MAST EN MISE A JOUR
004350*    (ABSENT : AUCUNE ENTREE TROUVEE, TOUTES LES DEMANDES SERONT
004360*    REJETEES).
004370*****************************************************************
004380 1200-OUVRIR-REFERENTIEL.
004390     OPEN I-O ADH-MAST.
004400     IF NOT ADH-MAST-OK
004410        DISPLAY 'HZRI0001 - ADH-MAST INDISPONIBLE, DEMANDES '
004420            'REJETEES - STATUT ' W-ADH-MAST-STATUS
004430        MOVE 8 TO RETURN-CODE
004440        GO TO 1200-EXIT
004450     END-IF.
004460     MOVE 'O' TO W-ADH-MAST-OUVERT.
004470 1200-EXIT.
004480     EXIT.
004490*****************************************************************
004500*    1300-CHARGER-BAREME - MEME CHARGEMENT QUE 1565 DE HORROR.
004510*    BAREME ABSENT : NI RAPPEL NI RETABLISSEMENT AFFVEAP, CHAQUE
004520*    DEMANDE LE SIGNALE AU RAPPORT.
004530*****************************************************************
004540 1300-CHARGER-BAREME.
004550     OPEN INPUT BAREME.
004560     IF NOT BAREME-OK
004570        DISPLAY 'HZRI0001 - BAREME INDISPONIBLE, AUCUN RAPPEL '
004580            'CALCULE - STATUT ' W-BAREME-STATUS
004590        IF RETURN-CODE < 4
004600           MOVE 4 TO RETURN-CODE
004610        END-IF
004620        GO TO 1300-EXIT
004630     END-IF.
004640     PERFORM UNTIL BAREME-FIN
004650        READ BAREME
004660           AT END CONTINUE
004670           NOT AT END PERFORM 1310-EMPILER-BAREME THRU 1310-EXIT
004680        END-READ
004690     END-PERFORM.
004700     CLOSE BAREME.
004710 1300-EXIT.
004720     EXIT.
004730 1310-EMPILER-BAREME.
004740     IF W-NB-BAREMES < 100
004750        ADD 1 TO W-NB-BAREMES
004760        MOVE BA-COTRTO TO W-BA-COTRTO (W-NB-BAREMES)
004770        MOVE BA-CETRTF TO W-BA-CETRTF (W-NB-BAREMES)
004780        MOVE BA-DATE-DEBUT TO W-BA-DATE-DEBUT (W-NB-BAREMES)
004790        MOVE BA-DATE-FIN TO W-BA-DATE-FIN (W-NB-BAREMES)
004800        MOVE BA-TAUX TO W-BA-TAUX (W-NB-BAREMES)
004810        MOVE BA-FIXE TO W-BA-FIXE (W-NB-BAREMES)
004820        MOVE BA-PLAFOND-ANNUEL TO W-BA-PLAFOND (W-NB-BAREMES)
004830        MOVE BA-PLANCHER TO W-BA-PLANCHER (W-NB-BAREMES)
004840     ELSE
004850        DISPLAY 'HZRI0001 - TABLE BAREME PLEINE (100 ENTREES '
004860            'MAXIMUM) - ENTREE IGNOREE : ' BA-COTRTO ' '
004870            BA-CETRTF
004880     END-IF.
004890 1310-EXIT.
004900     EXIT.
004910*****************************************************************
004920*    1400-CHARGER-REGLEMENTS - DERNIER REGLEMENT DE RADIATION
004930*    DE CHAQUE COUPLE DEMANDE (L'HISTORIQUE EST LU DANS L'ORDRE
004940*    CHRONOLOGIQUE, LE DERNIER LU L'EMPORTE).
004950*****************************************************************
004960 1400-CHARGER-REGLEMENTS.
004970     OPEN INPUT RAD-REGL.
004980     IF NOT RAD-REGL-OK
004990        DISPLAY 'HZRI0001 - RAD-REGL INDISPONIBLE, AUCUNE '
005000            'REPRISE DE REGLEMENT - STATUT ' W-RAD-REGL-STATUS
005010        IF RETURN-CODE < 4
005020           MOVE 4 TO RETURN-CODE
005030        END-IF
005040        GO TO 1400-EXIT
005050     END-IF.
005060     PERFORM UNTIL RAD-REGL-FIN
005070        READ RAD-REGL
005080           AT END CONTINUE
005090           NOT AT END
005100              IF RR-DETAIL
005110                 PERFORM 1410-RETENIR-REGLEMENT THRU 1410-EXIT
005120              END-IF
005130        END-READ
005140     END-PERFORM.
005150     CLOSE RAD-REGL.
005160 1400-EXIT.
005170     EXIT.
005180 1410-RETENIR-REGLEMENT.
005190     IF W-NB-DEMANDES = ZERO
005200        GO TO 1410-EXIT
005210     END-IF.
005220     SET W-IDX-DM TO 1.
005230     SEARCH W-DM-ENTREE
005240        AT END
005250           CONTINUE
005260        WHEN W-IDX-DM > W-NB-DEMANDES
005270           CONTINUE
005280        WHEN W-DM-COADHF (W-IDX-DM) = RR-COADHF
005290           AND W-DM-COETBL (W-IDX-DM) = RR-COETBL
005300           AND W-DM-CETRTF (W-IDX-DM) = RR-CETRTF
005310           AND W-DM-COTRTO (W-IDX-DM) = RR-COTRTO
005320           MOVE 'O' TO W-DM-REGL-SW (W-IDX-DM)
005330           MOVE RR-DATE TO W-DM-DATE-REGL (W-IDX-DM)
005340           MOVE RR-SOLDE TO W-DM-SOLDE (W-IDX-DM)
005350     END-SEARCH.
005360 1410-EXIT.
005370     EXIT.
005380*****************************************************************
005390*    1500-CHARGER-IMAGES - PARCOURS DE FGS-JRNL : POUR CHAQUE
005400*    CLE D'UN ADHERENT DEMANDE, LA DERNIERE IMAGE AVANT QUI
005410*    N'EST NI UN MARQUEUR DE CREATION NI UN ENREGISTREMENT DEJA
005420*    MARQUE 'RADIE LE' EST RETENUE : C'EST L'ETAT DU MAITRE
005430*    AVANT SA RADIATION.
005440*****************************************************************
005450 1500-CHARGER-IMAGES.
005460     OPEN INPUT FGS-JRNL.
005470     IF NOT FGS-JRNL-OK
005480        DISPLAY 'HZRI0001 - FGS-JRNL INDISPONIBLE, AUCUN '
005490            'MAITRE RECONSTITUABLE - STATUT ' W-FGS-JRNL-STATUS
005500        IF RETURN-CODE < 4
005510           MOVE 4 TO RETURN-CODE
005520        END-IF
005530        GO TO 1500-EXIT
005540     END-IF.
005550     PERFORM UNTIL FGS-JRNL-FIN
005560        READ FGS-JRNL
005570           AT END CONTINUE
005580           NOT AT END PERFORM 1510-RETENIR-IMAGE THRU 1510-EXIT
005590        END-READ
005600     END-PERFORM.
005610     CLOSE FGS-JRNL.
005620 1500-EXIT.
005630     EXIT.
005640 1510-RETENIR-IMAGE.
005650     IF JN-TYPE = 'C' OR W-NB-DEMANDES = ZERO
005660        GO TO 1510-EXIT
005670     END-IF.
005680     MOVE JN-IMAGE-AVANT TO W-IMAGE-JOURNAL.
005690     IF W-IJ-LIBELLE (1:9) = 'RADIE LE '
005700        GO TO 1510-EXIT
005710     END-IF.
005720     SET W-IDX-DM TO 1.
005730     SEARCH W-DM-ENTREE
005740        AT END
005750           GO TO 1510-EXIT
005760        WHEN W-IDX-DM > W-NB-DEMANDES
005770           GO TO 1510-EXIT
005780        WHEN W-DM-COADHF (W-IDX-DM) = JN-CLE (1:9)
005790           CONTINUE
005800     END-SEARCH.
005810     IF W-NB-IMAGES > ZERO
005820        SET W-IDX-JI TO 1
005830        SEARCH W-JI-ENTREE
005840           AT END
005850              CONTINUE
005860           WHEN W-IDX-JI > W-NB-IMAGES
005870              CONTINUE
005880           WHEN W-JI-CLE (W-IDX-JI) = JN-CLE
005890              MOVE W-IMAGE-JOURNAL TO W-JI-IMAGE (W-IDX-JI)
005900              GO TO 1510-EXIT
005910        END-SEARCH
005920     END-IF.
005930     IF W-NB-IMAGES < 500
005940        ADD 1 TO W-NB-IMAGES
005950        MOVE JN-CLE TO W-JI-CLE (W-NB-IMAGES)
005960        MOVE W-IMAGE-JOURNAL TO W-JI-IMAGE (W-NB-IMAGES)
005970     ELSE
005980        DISPLAY 'HZRI0001 - TABLE DES IMAGES PLEINE (500 '
005990            'MAXIMUM) - CLE IGNOREE : ' JN-CLE
006000        MOVE 8 TO RETURN-CODE
006010     END-IF.
006020 1510-EXIT.
006030     EXIT.
006040 1600-OUVRIR-SORTIES.
006050     OPEN I-O FFFFFGS.
006060     OPEN OUTPUT PREFACT RI-RPRT.
006070     IF NOT FFFFFGS-OK
006080        DISPLAY 'HZRI0001 - OUVERTURE FFFFFGS IMPOSSIBLE - '
006090            W-FFFFFGS-STATUS
006100        CLOSE PREFACT RI-RPRT
006110        MOVE 'O' TO W-ARRET-SW
006120        MOVE 8 TO RETURN-CODE
006130        GO TO 1600-EXIT
006140     END-IF.
006150     MOVE W-DATE-JOUR TO W-PF-DATE.
006160     MOVE W-PF-ENTETE TO PREFACT-LIGNE.
006170     WRITE PREFACT-LIGNE.
006180     MOVE SPACES TO W-LIGNE-TRAVAIL.
006190     STRING 'HZRI0001 - REINTEGRATION D''ADHERENTS RADIES - '
006200         DELIMITED BY SIZE
006210         'DATE ' DELIMITED BY SIZE
006220         W-DATE-JOUR DELIMITED BY SIZE
006230         INTO W-LIGNE-TRAVAIL
006240     END-STRING.
006250     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
006260 1600-EXIT.
006270     EXIT.
006280*****************************************************************
006290*    2000-TRAITER-DEMANDE - UNE DEMANDE : CONTROLES, MAITRES
006300*    FFFFFGS, REPRISE ET RAPPELS PREFACT, COTISATION AFFVEAP,
006310*    PUIS REACTIVATION DU REFERENTIEL.
006320*****************************************************************
006330 2000-TRAITER-DEMANDE.
006340     MOVE 'N' TO W-DEMANDE-SW.
006350     MOVE W-DM-COADHF (W-IDX-DM) TO W-CD-COADHF.
006360     CALL W-CD-PROGRAMME USING W-CD-PARMS.
006370     IF NOT COADHF-VALIDE
006380        MOVE 'NUMERO D''ADHERENT INVALIDE' TO W-MOTIF-REJET
006390        PERFORM 2900-REJETER THRU 2900-EXIT
006400        GO TO 2000-EXIT
006410     END-IF.
006420     MOVE W-DM-DATE-EFFET (W-IDX-DM) TO W-DATE-REINTEGRATION.
006430     IF W-MOIS-REINTEGRATION < 1
006440        OR W-MOIS-REINTEGRATION > 12
006450        MOVE 'DATE DE REINTEGRATION INVALIDE' TO W-MOTIF-REJET
006460        PERFORM 2900-REJETER THRU 2900-EXIT
006470        GO TO 2000-EXIT
006480     END-IF.
006490     PERFORM 2100-CHERCHER-REFERENTIEL THRU 2100-EXIT.
006500     IF W-NB-REFS-RADIES = ZERO
006510        MOVE 'ADHERENT NON RADIE AU REFERENTIEL'
006520           TO W-MOTIF-REJET
006530        PERFORM 2900-REJETER THRU 2900-EXIT
006540        GO TO 2000-EXIT
006550     END-IF.
006560     PERFORM 2200-DATER-RADIATION THRU 2200-EXIT.
006570     IF DEMANDE-REJETEE
006580        PERFORM 2900-REJETER THRU 2900-EXIT
006590        GO TO 2000-EXIT
006600     END-IF.
006610     ADD 1 TO W-NB-REINTEGRES.
006620     PERFORM 3000-RETABLIR-MAITRES THRU 3000-EXIT.
006630     PERFORM 4000-CALCULER-RAPPEL THRU 4000-EXIT.
006640     PERFORM 5000-RETABLIR-AFFVEAP THRU 5000-EXIT.
006650     PERFORM 6000-REACTIVER-REFERENTIEL THRU 6000-EXIT.
006660     PERFORM 7100-EDITER-REINTEGRATION THRU 7100-EXIT.
006670 2000-EXIT.
006680     EXIT.
006690*****************************************************************
006700*    2100-CHERCHER-REFERENTIEL - ENTREES ADH-MAST DE L'ADHERENT
006710*    AU STATUT 'R' (CHEMIN ALTERNATIF COADHF) ; LA PREMIERE
006720*    FOURNIT LA CLE QUANTITE DES LIGNES PREFACT.
006730*****************************************************************
006740 2100-CHERCHER-REFERENTIEL.
006750     MOVE ZERO TO W-NB-REFS-RADIES.
006760     MOVE SPACES TO W-CLE-QUANTITE.
006770     IF NOT ADH-MAST-OUVERT
006780        GO TO 2100-EXIT
006790     END-IF.
006800     MOVE 'N' TO W-FIN-ENTREES-ADH.
006810     MOVE W-DM-COADHF (W-IDX-DM) TO AF-COADHF.
006820     START ADH-MAST KEY IS EQUAL TO AF-COADHF
006830        INVALID KEY MOVE 'O' TO W-FIN-ENTREES-ADH.
006840     PERFORM 2110-EXAMINER-REF THRU 2110-EXIT
006850        UNTIL FIN-ENTREES-ADH.
006860 2100-EXIT.
006870     EXIT.
006880 2110-EXAMINER-REF.
006890     READ ADH-MAST NEXT RECORD
006900        AT END
006910           MOVE 'O' TO W-FIN-ENTREES-ADH
006920           GO TO 2110-EXIT
006930     END-READ.
006940     IF AF-COADHF NOT = W-DM-COADHF (W-IDX-DM)
006950        MOVE 'O' TO W-FIN-ENTREES-ADH
006960        GO TO 2110-EXIT
006970     END-IF.
006980     IF AF-STATUT-RADIE
006990        ADD 1 TO W-NB-REFS-RADIES
007000        IF W-CLE-QUANTITE = SPACES
007010           MOVE AF-CLE TO W-CLE-QUANTITE
007020        END-IF
007030     END-IF.
007040 2110-EXIT.
007050     EXIT.
007060*****************************************************************
007070*    2200-DATER-RADIATION - LA DATE D'EFFET DE LA RADIATION EST
007080*    LUE SUR LE MAITRE MARQUE 'RADIE LE AAAAMMJJ' PAR 8415 ; SI
007090*    LE MAITRE A ETE SUPPRIME DEPUIS, ELLE EST PRISE SUR LE
007100*    REGLEMENT RAD-REGL. LA REINTEGRATION NE PEUT PRECEDER LA
007110*    RADIATION.
007120*****************************************************************
007130 2200-DATER-RADIATION.
007140     MOVE ZERO TO W-DATE-RADIATION.
007150     MOVE SPACES TO W-CLE-MAITRE.
007160     STRING W-DM-COADHF (W-IDX-DM) DELIMITED BY SIZE
007170         W-DM-CETRTF (W-IDX-DM) (1:3) DELIMITED BY SIZE
007180         INTO W-CLE-MAITRE
007190     END-STRING.
007200     MOVE W-CLE-MAITRE TO FFFFFGS-CLE.
007210     READ FFFFFGS
007220        INVALID KEY
007230           CONTINUE
007240        NOT INVALID KEY
007250           IF FFFFFGS-LIBELLE (1:9) = 'RADIE LE '
007260              AND FFFFFGS-LIBELLE (10:8) IS NUMERIC
007270              MOVE FFFFFGS-LIBELLE (10:8) TO W-DATE-RADIATION
007280           END-IF
007290     END-READ.
007300     IF W-DATE-RADIATION = ZERO
007310        AND DM-REGL-TROUVE (W-IDX-DM)
007320        MOVE W-DM-DATE-REGL (W-IDX-DM) TO W-DATE-RADIATION
007330     END-IF.
007340     IF W-DATE-RADIATION = ZERO
007350        MOVE 'O' TO W-DEMANDE-SW
007360        MOVE 'DATE DE RADIATION INTROUVABLE' TO W-MOTIF-REJET
007370        GO TO 2200-EXIT
007380     END-IF.
007390     IF W-DATE-REINTEGRATION < W-DATE-RADIATION
007400        MOVE 'O' TO W-DEMANDE-SW
007410        MOVE 'REINTEGRATION ANTERIEURE A LA RADIATION'
007420           TO W-MOTIF-REJET
007430     END-IF.
007440 2200-EXIT.
007450     EXIT.
007460 2900-REJETER.
007470     ADD 1 TO W-NB-REJETEES.
007480     MOVE SPACES TO W-LIGNE-TRAVAIL.
007490     STRING 'REINTEGRATION REJETEE : ' DELIMITED BY SIZE
007500         W-DM-COADHF (W-IDX-DM) DELIMITED BY SIZE
007510         ' / ' DELIMITED BY SIZE
007520         W-DM-COETBL (W-IDX-DM) DELIMITED BY SIZE
007530         ' - ' DELIMITED BY SIZE
007540         W-MOTIF-REJET DELIMITED BY SIZE
007550         INTO W-LIGNE-TRAVAIL
007560     END-STRING.
007570     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
007580     IF RETURN-CODE < 4
007590        MOVE 4 TO RETURN-CODE
007600     END-IF.
007610 2900-EXIT.
007620     EXIT.
007630*****************************************************************
007640*    3000-RETABLIR-MAITRES - CHAQUE CLE DE L'ADHERENT RELEVEE
007650*    DANS LE JOURNAL EST RECONSTITUEE : MAITRE SUPPRIME = RECREE
007660*    (MARQUEUR DE CREATION JOURNALISE), MAITRE MARQUE 'RADIE LE'
007670*    = REECRIT (IMAGE AVANT JOURNALISEE), MAITRE ACTIF = LAISSE
007680*    EN L'ETAT. LE MAITRE DU COUPLE DEMANDE DOIT ETRE ACTIF A
007690*    L'ISSUE, SINON L'ANOMALIE EST SIGNALEE.
007700*****************************************************************
007710 3000-RETABLIR-MAITRES.
007720     IF W-NB-IMAGES > ZERO
007730        PERFORM 3100-RETABLIR-UN-MAITRE THRU 3100-EXIT
007740           VARYING W-IDX-JI FROM 1 BY 1
007750           UNTIL W-IDX-JI > W-NB-IMAGES
007760     END-IF.
007770     MOVE W-CLE-MAITRE TO FFFFFGS-CLE.
007780     READ FFFFFGS
007790        INVALID KEY
007800           MOVE SPACES TO FFFFFGS-LIBELLE
007810           MOVE 'RADIE LE ' TO FFFFFGS-LIBELLE
007820     END-READ.
007830     IF FFFFFGS-LIBELLE (1:9) = 'RADIE LE '
007840        MOVE SPACES TO W-LIGNE-TRAVAIL
007850        STRING '   MAITRE ' DELIMITED BY SIZE
007860            W-CLE-MAITRE DELIMITED BY SIZE
007870            ' NON RECONSTITUE (AUCUNE IMAGE AVANT RADIATION '
007880            DELIMITED BY SIZE
007890            'DANS FGS-JRNL) - A RETABLIR PAR HZMT0001'
007900            DELIMITED BY SIZE
007910            INTO W-LIGNE-TRAVAIL
007920        END-STRING
007930        PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT
007940        IF RETURN-CODE < 4
007950           MOVE 4 TO RETURN-CODE
007960        END-IF
007970     END-IF.
007980 3000-EXIT.
007990     EXIT.
008000 3100-RETABLIR-UN-MAITRE.
008010     IF W-JI-CLE (W-IDX-JI) (1:9) NOT = W-DM-COADHF (W-IDX-DM)
008020        GO TO 3100-EXIT
008030     END-IF.
008040     MOVE W-JI-CLE (W-IDX-JI) TO FFFFFGS-CLE.
008050     READ FFFFFGS
008060        INVALID KEY
008070           PERFORM 3200-RECREER-MAITRE THRU 3200-EXIT
008080           GO TO 3100-EXIT
008090     END-READ.
008100     IF FFFFFGS-LIBELLE (1:9) NOT = 'RADIE LE '
008110        GO TO 3100-EXIT
008120     END-IF.
008130     MOVE FFFFFGS-ENREG TO W-IMAGE-AVANT.
008140     MOVE FFFFFGS-MONTANT TO W-MONTANT-AVANT.
008150     MOVE W-JI-IMAGE (W-IDX-JI) TO FFFFFGS-ENREG.
008160     MOVE W-HORO-DATE TO FFFFFGS-DATE-MAJ.
008170     MOVE W-HORODATE-TRAVAIL TO FFFFFGS-HORO-AUDIT.
008180     REWRITE FFFFFGS-ENREG.
008190     IF FFFFFGS-OK
008200        ADD 1 TO W-NB-MAITRES-RETABLIS
008210        MOVE 'M' TO JN-TYPE
008220        MOVE FFFFFGS-CLE TO JN-CLE
008230        MOVE W-IMAGE-AVANT TO JN-IMAGE-AVANT
008240        PERFORM 6500-JOURNALISER THRU 6500-EXIT
008250        PERFORM 6600-TRACER-AUDIT THRU 6600-EXIT
008260     ELSE
008270        DISPLAY 'HZRI0001 - REECRITURE FFFFFGS EN ERREUR - CLE '
008280            W-JI-CLE (W-IDX-JI) ' - STATUT ' W-FFFFFGS-STATUS
008290        MOVE 8 TO RETURN-CODE
008300     END-IF.
008310 3100-EXIT.
008320     EXIT.
008330 3200-RECREER-MAITRE.
008340     MOVE ZERO TO W-MONTANT-AVANT.
008350     MOVE W-JI-IMAGE (W-IDX-JI) TO FFFFFGS-ENREG.
008360     MOVE W-HORO-DATE TO FFFFFGS-DATE-MAJ.
008370     MOVE W-HORODATE-TRAVAIL TO FFFFFGS-HORO-AUDIT.
008380     WRITE FFFFFGS-ENREG.
008390     IF FFFFFGS-OK
008400        ADD 1 TO W-NB-MAITRES-RECREES
008410        MOVE 'C' TO JN-TYPE
008420        MOVE FFFFFGS-CLE TO JN-CLE
008430        MOVE 'NEANT (REINTEGRATION)' TO JN-IMAGE-AVANT
008440        PERFORM 6500-JOURNALISER THRU 6500-EXIT
008450        PERFORM 6600-TRACER-AUDIT THRU 6600-EXIT
008460     ELSE
008470        DISPLAY 'HZRI0001 - RECREATION FFFFFGS EN ERREUR - CLE '
008480            W-JI-CLE (W-IDX-JI) ' - STATUT ' W-FFFFFGS-STATUS
008490        MOVE 8 TO RETURN-CODE
008500     END-IF.
008510 3200-EXIT.
008520     EXIT.
008530*****************************************************************
008540*    4000-CALCULER-RAPPEL - LE REMBOURSEMENT VERSE A LA
008550*    RADIATION (SOLDE RAD-REGL NEGATIF) EST REPRIS TEL QUEL : IL
008560*    REPRESENTE LES MOIS DE L'ANNEE DE RADIATION RENDUS A
008570*    L'ADHERENT, DESORMAIS COUVERTS. LES ANNEES SUIVANTES DE
008580*    L'INTERRUPTION SONT RAPPELEES AU BAREME, JUSQU'AU MOIS QUI
008590*    PRECEDE LA REINTEGRATION (LE MOIS DE REINTEGRATION ET LES
008600*    SUIVANTS RELEVENT DE LA COTISATION COURANTE RETABLIE PAR
008610*    5000). UN TOTAL '03' CLOT LES LIGNES DE L'ADHERENT.
008620*****************************************************************
008630 4000-CALCULER-RAPPEL.
008640     MOVE ZERO TO W-TOTAL-ADHERENT.
008650     MOVE ZERO TO W-NB-LIGNES-ADHERENT.
008660     MOVE ZERO TO W-REPRISE.
008670     IF NOT DM-REGL-TROUVE (W-IDX-DM)
008680        MOVE SPACES TO W-LIGNE-TRAVAIL
008690        STRING '   AUCUN REGLEMENT DE RADIATION DANS RAD-REGL - '
008700            DELIMITED BY SIZE
008710            'PAS DE REPRISE, A VERIFIER' DELIMITED BY SIZE
008720            INTO W-LIGNE-TRAVAIL
008730        END-STRING
008740        PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT
008750        IF RETURN-CODE < 4
008760           MOVE 4 TO RETURN-CODE
008770        END-IF
008780     ELSE
008790        IF W-DM-SOLDE (W-IDX-DM) < ZERO
008800           COMPUTE W-REPRISE = ZERO - W-DM-SOLDE (W-IDX-DM)
008810           PERFORM 4200-ECRIRE-REPRISE THRU 4200-EXIT
008820        END-IF
008830     END-IF.
008840     IF W-AN-REINTEGRATION > W-AN-RADIATION
008850        COMPUTE W-AN-DEBUT-RAPPEL = W-AN-RADIATION + 1
008860        PERFORM 4100-RAPPELER-ANNEE THRU 4100-EXIT
008870           VARYING W-AN-RAPPEL FROM W-AN-DEBUT-RAPPEL BY 1
008880           UNTIL W-AN-RAPPEL > W-AN-REINTEGRATION
008890     END-IF.
008900     IF W-NB-LIGNES-ADHERENT > ZERO
008910        MOVE W-DM-COADHF (W-IDX-DM) TO W-PT-COADHF
008920        MOVE W-TOTAL-ADHERENT TO W-PT-TOTAL
008930        MOVE W-PF-TOTAL-ADH TO PREFACT-LIGNE
008940        WRITE PREFACT-LIGNE
008950        ADD W-TOTAL-ADHERENT TO W-TOTAL-GENERAL
008960     END-IF.
008970 4000-EXIT.
008980     EXIT.
008990*****************************************************************
009000*    4100-RAPPELER-ANNEE - UNE ANNEE DE L'INTERRUPTION : 12 MOIS,
009010*    OU LES MOIS QUI PRECEDENT LA REINTEGRATION POUR LA DERNIERE.
009020*    COTISATION ANNUELLE = BAREME EN VIGUEUR AU 1ER JANVIER,
009030*    RELEVEE AU PLANCHER ET ECRETEE AU PLAFOND ANNUEL ; LIGNE
009040*    PREFACT = MOIS X TAUX MENSUEL.
009050*****************************************************************
009060 4100-RAPPELER-ANNEE.
009070     IF W-AN-RAPPEL = W-AN-REINTEGRATION
009080        COMPUTE W-MOIS-RAPPEL = W-MOIS-REINTEGRATION - 1
009090     ELSE
009100        MOVE 12 TO W-MOIS-RAPPEL
009110     END-IF.
009120     IF W-MOIS-RAPPEL = ZERO
009130        GO TO 4100-EXIT
009140     END-IF.
009150     COMPUTE W-DATE-BAREME = W-AN-RAPPEL * 10000 + 101.
009160     PERFORM 6004-CALCULER-COTISATION-BAREME THRU 6004-EXIT.
009170     IF NOT BAREME-TROUVE
009180        MOVE SPACES TO W-LIGNE-TRAVAIL
009190        STRING '   AUCUN BAREME EN VIGUEUR POUR L''ANNEE '
009200            DELIMITED BY SIZE
009210            W-AN-RAPPEL DELIMITED BY SIZE
009220            ' - RAPPEL NON CALCULE' DELIMITED BY SIZE
009230            INTO W-LIGNE-TRAVAIL
009240        END-STRING
009250        PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT
009260        IF RETURN-CODE < 4
009270           MOVE 4 TO RETURN-CODE
009280        END-IF
009290        GO TO 4100-EXIT
009300     END-IF.
009310     COMPUTE W-TAUX-MENSUEL ROUNDED = W-COTNET-BAREME / 12.
009320     COMPUTE W-MONTANT-LIGNE = W-TAUX-MENSUEL * W-MOIS-RAPPEL.
009330     IF W-MONTANT-LIGNE = ZERO
009340        GO TO 4100-EXIT
009350     END-IF.
009360     MOVE W-MOIS-RAPPEL TO W-PF-QUANTITE.
009370     MOVE W-TAUX-MENSUEL TO W-PF-TAUX.
009380     PERFORM 4900-ECRIRE-DETAIL THRU 4900-EXIT.
009390     ADD 1 TO W-NB-RAPPELS.
009400     MOVE W-MONTANT-LIGNE TO W-MT-EDIT.
009410     MOVE SPACES TO W-LIGNE-TRAVAIL.
009420     STRING '   RAPPEL ' DELIMITED BY SIZE
009430         W-AN-RAPPEL DELIMITED BY SIZE
009440         ' : ' DELIMITED BY SIZE
009450         W-MOIS-RAPPEL DELIMITED BY SIZE
009460         ' MOIS AU BAREME - ' DELIMITED BY SIZE
009470         W-MT-EDIT DELIMITED BY SIZE
009480         INTO W-LIGNE-TRAVAIL
009490     END-STRING.
009500     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009510 4100-EXIT.
009520     EXIT.
009530 4200-ECRIRE-REPRISE.
009540     MOVE W-REPRISE TO W-MONTANT-LIGNE.
009550     MOVE 1 TO W-PF-QUANTITE.
009560     MOVE W-REPRISE TO W-PF-TAUX.
009570     PERFORM 4900-ECRIRE-DETAIL THRU 4900-EXIT.
009580     ADD 1 TO W-NB-REPRISES.
009590     MOVE W-REPRISE TO W-MT-EDIT.
009600     MOVE SPACES TO W-LIGNE-TRAVAIL.
009610     STRING '   REPRISE DU REMBOURSEMENT DE RADIATION DU '
009620         DELIMITED BY SIZE
009630         W-DM-DATE-REGL (W-IDX-DM) DELIMITED BY SIZE
009640         ' - ' DELIMITED BY SIZE
009650         W-MT-EDIT DELIMITED BY SIZE
009660         INTO W-LIGNE-TRAVAIL
009670     END-STRING.
009680     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009690 4200-EXIT.
009700     EXIT.
009710 4900-ECRIRE-DETAIL.
009720     MOVE W-DM-COADHF (W-IDX-DM) TO W-PF-COADHF.
009730     MOVE W-DM-COTRTO (W-IDX-DM) TO W-PF-COTRTO.
009740     MOVE W-DM-CETRTF (W-IDX-DM) TO W-PF-CETRTF.
009750     MOVE W-CLE-QUANTITE TO W-PF-CLE.
009760     MOVE W-MONTANT-LIGNE TO W-PF-MONTANT.
009770     MOVE W-PF-DETAIL TO PREFACT-LIGNE.
009780     WRITE PREFACT-LIGNE.
009790     ADD 1 TO W-NB-PREFACT.
009800     ADD 1 TO W-NB-LIGNES-ADHERENT.
009810     ADD W-MONTANT-LIGNE TO W-TOTAL-ADHERENT.
009820 4900-EXIT.
009830     EXIT.
009840*****************************************************************
009850*    5000-RETABLIR-AFFVEAP - LA COTISATION SOLDEE A ZERO PAR
009860*    8415 EST RETABLIE AU BAREME EN VIGUEUR A LA DATE DE
009870*    REINTEGRATION (MEME CHEMIN DE MISE A JOUR QUE LA RADIATION).
009880*    LA DATE DE RADIATION DE LA LIGNE EST REMISE A ZERO : LA
009890*    REINTEGRATION REPRENDANT L'ADHESION SANS INTERRUPTION, HORROR
009900*    NE PRORATISE PLUS LA COTISATION SUR LA RADIATION ANNULEE.
009910*    SANS BAREME, LA LIGNE RESTE A ZERO ET LE RAPPORT LE SIGNALE.
009920*****************************************************************
009930 5000-RETABLIR-AFFVEAP.
009940     MOVE W-DATE-REINTEGRATION TO W-DATE-BAREME.
009950     PERFORM 6004-CALCULER-COTISATION-BAREME THRU 6004-EXIT.
009960     IF NOT BAREME-TROUVE
009970        MOVE SPACES TO W-LIGNE-TRAVAIL
009980        STRING '   AUCUN BAREME A LA DATE DE REINTEGRATION - '
009990            DELIMITED BY SIZE
010000            'COTISATION AFFVEAP A RETABLIR MANUELLEMENT'
010010            DELIMITED BY SIZE
010020            INTO W-LIGNE-TRAVAIL
010030        END-STRING
010040        PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT
010050        IF RETURN-CODE < 4
010060           MOVE 4 TO RETURN-CODE
010070        END-IF
010080        GO TO 5000-EXIT
010090     END-IF.
010100     MOVE W-DM-COETBL (W-IDX-DM) TO RI-ETBL.
010110     MOVE W-DM-COADHF (W-IDX-DM) TO RI-ADHERENT.
010120     MOVE W-DM-CETRTF (W-IDX-DM) TO RI-TARIF.
010130     MOVE W-DM-COTRTO (W-IDX-DM) TO RI-PRODUIT.
010140     MOVE W-COTNET-BAREME TO RI-COTNET.
010150     EXEC SQL
010160        UPDATE AFFVEAP
010170           SET COTNET = :RI-COTNET,
010180               DTRAD = 0
010190        WHERE COETBL = :RI-ETBL
010200        AND COADHF = :RI-ADHERENT
010210        AND CETRTF = :RI-TARIF
010220        AND COTRTO = :RI-PRODUIT
010230     END-EXEC.
010240     EVALUATE SQLCODE
010250        WHEN ZERO
010260           PERFORM 6700-TRACER-AUDIT-AFFVEAP THRU 6700-EXIT
010270        WHEN 100
010280           MOVE SPACES TO W-LIGNE-TRAVAIL
010290           STRING '   LIGNE AFFVEAP ABSENTE - COTISATION NON '
010300               DELIMITED BY SIZE
010310               'RETABLIE' DELIMITED BY SIZE
010320               INTO W-LIGNE-TRAVAIL
010330           END-STRING
010340           PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT
010350           IF RETURN-CODE < 4
010360              MOVE 4 TO RETURN-CODE
010370           END-IF
010380        WHEN OTHER
010390           MOVE SQLCODE TO W-SQLCODE-EDIT
010400           DISPLAY 'HZRI0001 - RETABLISSEMENT AFFVEAP EN ECHEC - '
010410               'SQLCODE ' W-SQLCODE-EDIT ' - ' RI-ADHERENT
010420           MOVE 8 TO RETURN-CODE
010430     END-EVALUATE.
010440 5000-EXIT.
010450     EXIT.
010460*****************************************************************
010470*    6000-REACTIVER-REFERENTIEL - LES ENTREES ADH-MAST RADIEES DE
010480*    L'ADHERENT REPASSENT AU STATUT 'A' ET SONT REECRITES.
010490*****************************************************************
010500 6000-REACTIVER-REFERENTIEL.
010510     MOVE 'N' TO W-FIN-ENTREES-ADH.
010520     MOVE W-DM-COADHF (W-IDX-DM) TO AF-COADHF.
010530     START ADH-MAST KEY IS EQUAL TO AF-COADHF
010540        INVALID KEY MOVE 'O' TO W-FIN-ENTREES-ADH.
010550     PERFORM 6010-REACTIVER-REF THRU 6010-EXIT
010560        UNTIL FIN-ENTREES-ADH.
010570 6000-EXIT.
010580     EXIT.
010590 6010-REACTIVER-REF.
010600     READ ADH-MAST NEXT RECORD
010610        AT END
010620           MOVE 'O' TO W-FIN-ENTREES-ADH
010630           GO TO 6010-EXIT
010640     END-READ.
010650     IF AF-COADHF NOT = W-DM-COADHF (W-IDX-DM)
010660        MOVE 'O' TO W-FIN-ENTREES-ADH
010670        GO TO 6010-EXIT
010680     END-IF.
010690     IF AF-STATUT-RADIE
010700        MOVE 'A' TO AF-STATUT
010710        REWRITE ADH-MAST-ENREG
010720     END-IF.
010730 6010-EXIT.
010740     EXIT.
010750*****************************************************************
010760*    6004-CALCULER-COTISATION-BAREME - MEME REGLE QUE HORROR :
010770*    PREMIERE ENTREE DU COUPLE DONT LA PLAGE COUVRE
010780*    W-DATE-BAREME, ATTENDU = PART FIXE + PART PROPORTIONNELLE,
010790*    RELEVE AU PLANCHER ET ECRETE AU PLAFOND ANNUEL (BORNE A
010800*    ZERO = BORNE INACTIVE), SUR UNE ANNEE PLEINE : LA
010810*    REINTEGRATION REPREND L'ADHESION SANS INTERRUPTION, LE
010820*    PRORATA TEMPORIS DE HORROR NE S'APPLIQUE PAS ICI.
010830*****************************************************************
010840 6004-CALCULER-COTISATION-BAREME.
010850     MOVE 'N' TO W-BAREME-TROUVE-SW.
010860     MOVE ZERO TO W-COTNET-BAREME.
010870     IF W-NB-BAREMES = ZERO
010880        GO TO 6004-EXIT
010890     END-IF.
010900     SET W-IDX-BA TO 1.
010910     SEARCH W-BA-ENTREE
010920        AT END
010930           CONTINUE
010940        WHEN W-IDX-BA > W-NB-BAREMES
010950           CONTINUE
010960        WHEN W-BA-COTRTO (W-IDX-BA) = W-DM-COTRTO (W-IDX-DM)
010970           AND W-BA-CETRTF (W-IDX-BA) = W-DM-CETRTF (W-IDX-DM)
010980           AND W-DATE-BAREME NOT LESS
010990              W-BA-DATE-DEBUT (W-IDX-BA)
011000           AND W-DATE-BAREME NOT GREATER
011010              W-BA-DATE-FIN (W-IDX-BA)
011020           MOVE 'O' TO W-BAREME-TROUVE-SW
011030           COMPUTE W-COTNET-BAREME =
011040              W-BA-FIXE (W-IDX-BA) + W-BA-TAUX (W-IDX-BA)
011050     END-SEARCH.
011060     IF NOT BAREME-TROUVE
011070        GO TO 6004-EXIT
011080     END-IF.
011090     IF W-BA-PLANCHER (W-IDX-BA) > ZERO
011100        AND W-COTNET-BAREME < W-BA-PLANCHER (W-IDX-BA)
011110        MOVE W-BA-PLANCHER (W-IDX-BA) TO W-COTNET-BAREME
011120     END-IF.
011130     IF W-BA-PLAFOND (W-IDX-BA) > ZERO
011140        AND W-COTNET-BAREME > W-BA-PLAFOND (W-IDX-BA)
011150        MOVE W-BA-PLAFOND (W-IDX-BA) TO W-COTNET-BAREME
011160     END-IF.
011170 6004-EXIT.
011180     EXIT.
011190*****************************************************************
011200*    6500-JOURNALISER - LIGNE FGS-JRNL (TYPE, CLE ET IMAGE
011210*    PREPARES PAR L'APPELANT), MEME SCHEMA QUE HZMT0001.
011220*****************************************************************
011230 6500-JOURNALISER.
011240     OPEN EXTEND FGS-JRNL.
011250     IF W-FGS-JRNL-STATUS = '05'
011260        OPEN OUTPUT FGS-JRNL
011270     END-IF.
011280     MOVE W-HORODATE-TRAVAIL TO JN-HORODATE.
011290     MOVE 'HZRI0001' TO JN-JOB-NAME.
011300     WRITE FGS-JRNL-LIGNE.
011310     CLOSE FGS-JRNL.
011320 6500-EXIT.
011330     EXIT.
011340*****************************************************************
011350*    6600-TRACER-AUDIT - LIGNE UPD-AUDIT D'UN MAITRE RETABLI
011360*    (MONTANT AVANT/APRES DE L'ENREGISTREMENT FFFFFGS).
011370*****************************************************************
011380 6600-TRACER-AUDIT.
011390     OPEN EXTEND UPD-AUDIT.
011400     IF W-UPD-AUDIT-STATUS = '05'
011410        OPEN OUTPUT UPD-AUDIT
011420     END-IF.
011430     MOVE W-HORODATE-TRAVAIL TO UA-HORODATE.
011440     MOVE 'HZRI0001' TO UA-USER-ID.
011450     MOVE FFFFFGS-COETBL TO UA-COETBL.
011460     MOVE FFFFFGS-COADHF TO UA-COADHF.
011470     MOVE SPACES TO UA-CETRTF.
011480     MOVE FFFFFGS-CLE (10:3) TO UA-CETRTF (1:3).
011490     MOVE SPACES TO UA-COTRTO.
011500     MOVE W-MONTANT-AVANT TO UA-COTNET-AVANT.
011510     MOVE FFFFFGS-MONTANT TO UA-COTNET-APRES.
011520     WRITE UPD-AUDIT-LIGNE.
011530     CLOSE UPD-AUDIT.
011540 6600-EXIT.
011550     EXIT.
011560*****************************************************************
011570*    6700-TRACER-AUDIT-AFFVEAP - LIGNE UPD-AUDIT DE LA
011580*    COTISATION RETABLIE (AVANT = ZERO POSE PAR LA RADIATION).
011590*****************************************************************
011600 6700-TRACER-AUDIT-AFFVEAP.
011610     OPEN EXTEND UPD-AUDIT.
011620     IF W-UPD-AUDIT-STATUS = '05'
011630        OPEN OUTPUT UPD-AUDIT
011640     END-IF.
011650     MOVE W-HORODATE-TRAVAIL TO UA-HORODATE.
011660     MOVE 'HZRI0001' TO UA-USER-ID.
011670     MOVE RI-ETBL TO UA-COETBL.
011680     MOVE RI-ADHERENT TO UA-COADHF.
011690     MOVE RI-TARIF TO UA-CETRTF.
011700     MOVE RI-PRODUIT TO UA-COTRTO.
011710     MOVE ZERO TO UA-COTNET-AVANT.
011720     MOVE RI-COTNET TO UA-COTNET-APRES.
011730     WRITE UPD-AUDIT-LIGNE.
011740     CLOSE UPD-AUDIT.
011750 6700-EXIT.
011760     EXIT.
011770 7000-ECRIRE-PIED.
011780     MOVE W-NB-PREFACT TO W-PP-NB.
011790     MOVE W-TOTAL-GENERAL TO W-PP-TOTAL.
011800     MOVE W-PF-PIED TO PREFACT-LIGNE.
011810     WRITE PREFACT-LIGNE.
011820 7000-EXIT.
011830     EXIT.
011840 7100-EDITER-REINTEGRATION.
011850     MOVE W-TOTAL-ADHERENT TO W-MT-EDIT.
011860     MOVE SPACES TO W-LIGNE-TRAVAIL.
011870     STRING 'REINTEGRATION ' DELIMITED BY SIZE
011880         W-DM-COADHF (W-IDX-DM) DELIMITED BY SIZE
011890         ' / ' DELIMITED BY SIZE
011900         W-DM-COETBL (W-IDX-DM) DELIMITED BY SIZE
011910         ' RADIE LE ' DELIMITED BY SIZE
011920         W-DATE-RADIATION DELIMITED BY SIZE
011930         ' REINTEGRE LE ' DELIMITED BY SIZE
011940         W-DATE-REINTEGRATION DELIMITED BY SIZE
011950         ' - A FACTURER ' DELIMITED BY SIZE
011960         W-MT-EDIT DELIMITED BY SIZE
011970         INTO W-LIGNE-TRAVAIL
011980     END-STRING.
011990     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
012000 7100-EXIT.
012010     EXIT.
012020 7900-ECRIRE-LIGNE.
012030     MOVE W-LIGNE-TRAVAIL TO RI-RPRT-LIGNE.
012040     WRITE RI-RPRT-LIGNE.
012050 7900-EXIT.
012060     EXIT.
012070 8000-TERMINE.
012080     IF NOT ARRET-TRAITEMENT
012090        CLOSE FFFFFGS PREFACT RI-RPRT
012100     END-IF.
012110     IF ADH-MAST-OUVERT
012120        CLOSE ADH-MAST
012130     END-IF.
012140     MOVE W-NB-LUES TO W-NB-EDIT.
012150     DISPLAY 'HZRI0001 - DEMANDES LUES       : ' W-NB-EDIT.
012160     MOVE W-NB-REINTEGRES TO W-NB-EDIT.
012170     DISPLAY 'HZRI0001 - ADHERENTS REINTEGRES : ' W-NB-EDIT.
012180     MOVE W-NB-REJETEES TO W-NB-EDIT.
012190     DISPLAY 'HZRI0001 - DEMANDES REJETEES   : ' W-NB-EDIT.
012200     MOVE W-NB-MAITRES-RETABLIS TO W-NB-EDIT.
012210     DISPLAY 'HZRI0001 - MAITRES RETABLIS    : ' W-NB-EDIT.
012220     MOVE W-NB-MAITRES-RECREES TO W-NB-EDIT.
012230     DISPLAY 'HZRI0001 - MAITRES RECREES     : ' W-NB-EDIT.
012240     MOVE W-NB-REPRISES TO W-NB-EDIT.
012250     DISPLAY 'HZRI0001 - REPRISES DE REGLEMENT : ' W-NB-EDIT.
012260     MOVE W-NB-RAPPELS TO W-NB-EDIT.
012270     DISPLAY 'HZRI0001 - LIGNES DE RAPPEL    : ' W-NB-EDIT.
012280 8000-EXIT.
012290     EXIT.
