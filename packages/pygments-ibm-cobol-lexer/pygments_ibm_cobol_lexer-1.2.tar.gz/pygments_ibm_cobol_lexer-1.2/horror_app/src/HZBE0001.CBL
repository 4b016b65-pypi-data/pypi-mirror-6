000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZBE0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. BORDEREAU MENSUEL DE COTISATIONS PAR EMPLOYEUR
000080     (GR-EMPLOYEUR DE GRP-ADH). POUR CHAQUE EMPLOYEUR : LES
000090     MEMBRES RATTACHES DANS LE MOIS (NOM LU SUR ADH-REF),
000100     QUANTITE ET MONTANT DE LEURS DETAILS '02' DANS LES PREFACT
000110     DU MOIS (CONCATENES SOUS PREFACT-M), LES ENTREES ET SORTIES
000120     DU MOIS D'APRES GR-DATE-DEBUT / GR-DATE-FIN, ET UN TOTAL
000130     RAPPROCHE DU '03' EMPLOYEUR FACTURE PAR HZFA0001. EDITION
000140     BE-RPRT POUR ENVOI A L'EMPLOYEUR ET FICHIER A FORMAT FIXE
000150     BE-FIC ('E' ENTETE, 'D' MEMBRE, 'T' TOTAL) CHARGEABLE EN
000160     PAIE POUR LE PRECOMPTE. MOIS LU SUR BE-PARM.
000170*****************************************************************
000180*    HISTORIQUE DES MODIFICATIONS
000190*    --------------------------------------------------------
000200*    DATE       AUTEUR  DESCRIPTION
000210*    --------   ------  -------------------------------------
000220*    15/10/2026 EBA     CREATION.
000230*    15/10/2026 EBA     ADH-REF : INDICATEUR D'ADRESSE NPAI
000240*                       (RETOUR DE COURRIER) EN FIN DE DESSIN.
000250*    15/10/2026 EBA     ADH-REF : CANAL DE DIFFUSION, ADRESSE
000260*                       ELECTRONIQUE ET INDICATEUR DE REJET DE
000270*                       MESSAGERIE EN FIN DE DESSIN.
000280*    15/10/2026 EBA     ADH-REF : FREQUENCE DE FACTURATION (M
000290*                       MENSUELLE, T TRIMESTRIELLE, A ANNUELLE)
000300*                       EN FIN DE DESSIN.
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT BE-PARM ASSIGN TO BEPARM
000410         ORGANIZATION SEQUENTIAL
000420         FILE STATUS W-BE-PARM-STATUS.
000430     SELECT GRP-ADH ASSIGN TO GRPADH
000440         ORGANIZATION SEQUENTIAL
000450         FILE STATUS W-GRP-ADH-STATUS.
000460     SELECT ADH-REF ASSIGN TO ADHREF
000470         ORGANIZATION SEQUENTIAL
000480         FILE STATUS W-ADH-REF-STATUS.
000490     SELECT PREFACT-M ASSIGN TO PREFACTM
000500         ORGANIZATION SEQUENTIAL
000510         FILE STATUS W-PREFACT-M-STATUS.
000520     SELECT BE-FIC ASSIGN TO BEFIC
000530         ORGANIZATION SEQUENTIAL
000540         FILE STATUS W-BE-FIC-STATUS.
000550     SELECT BE-RPRT ASSIGN TO BERPRT
000560         ORGANIZATION SEQUENTIAL
000570         FILE STATUS W-BE-RPRT-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600*****************************************************************
000610*    BE-PARM - MOIS DU BORDEREAU (SSAAMM).
000620*****************************************************************
000630 FD  BE-PARM
000640     LABEL RECORD STANDARD
000650     DATA RECORD BE-PARM-LIGNE.
000660 01  BE-PARM-LIGNE.
000670     05  BP-MOIS                 PIC 9(06).
000680*****************************************************************
000690*    GRP-ADH - STRUCTURE DE GROUPE EMPLOYEUR, MEME DESSIN QUE
000700*    DANS HZFA0001.
000710*****************************************************************
000720 FD  GRP-ADH
000730     LABEL RECORD STANDARD
000740     DATA RECORD GRP-ADH-LIGNE.
000750 01  GRP-ADH-LIGNE.
000760     05  GR-EMPLOYEUR            PIC X(09).
000770     05  GR-COADHF               PIC X(09).
000780     05  GR-DATE-DEBUT           PIC 9(08).
000790     05  GR-DATE-FIN             PIC 9(08).
000800 FD  ADH-REF
000810     LABEL RECORD STANDARD
000820     DATA RECORD ADH-REF-LIGNE.
000830 01  ADH-REF-LIGNE.
000840     05  AF-CLE                  PIC X(08).
000850     05  AF-COADHF               PIC X(09).
000860     05  AF-COTRTO               PIC X(05).
000870     05  AF-CETRTF               PIC X(05).
000880     05  AF-NOM                  PIC X(30).
000890     05  AF-ADRESSE              PIC X(30).
000900     05  AF-CODE-POSTAL          PIC X(05).
000910     05  AF-VILLE                PIC X(20).
000920     05  AF-STATUT               PIC X(01).
000930     05  AF-LANGUE               PIC X(02).
000940     05  AF-ADRESSE-NPAI         PIC X(01).
000950         88  AF-ADRESSE-INVALIDE VALUE 'O'.
000960     05  AF-CANAL-DIFFUSION      PIC X(01).
000970         88  AF-CANAL-ELECTRONIQUE VALUE 'E'.
000980     05  AF-EMAIL                PIC X(60).
000990     05  AF-EMAIL-REJETE         PIC X(01).
001000         88  AF-EMAIL-INVALIDE   VALUE 'O'.
001010     05  AF-FREQUENCE            PIC X(01).
001020         88  AF-FACTURATION-MENSUELLE VALUE 'M' SPACE.
001030         88  AF-FACTURATION-TRIMESTRIELLE VALUE 'T'.
001040         88  AF-FACTURATION-ANNUELLE VALUE 'A'.
001050*****************************************************************
001060*    PREFACT-M - INTERFACES PREFACT DU MOIS (HZFA0001) : DETAILS
001070*    '02' DES MEMBRES ET TOTAUX '03' DES EMPLOYEURS.
001080*****************************************************************
001090 FD  PREFACT-M
001100     LABEL RECORD STANDARD
001110     DATA RECORD PREFACT-M-ENREG.
001120 01  PREFACT-M-ENREG.
001130     05  PM-TYPE                 PIC X(02).
001140     05  PM-COADHF               PIC X(09).
001150     05  PM-COTRTO               PIC X(05).
001160     05  PM-CETRTF               PIC X(05).
001170     05  PM-CLE                  PIC X(08).
001180     05  PM-QUANTITE             PIC 9(04)V99.
001190     05  PM-TAUX                 PIC 9(05)V99.
001200     05  PM-MONTANT              PIC S9(09)V99
001210                                 SIGN LEADING SEPARATE.
001220     05  FILLER                  PIC X(06).
001230 01  PREFACT-M-TOTAL REDEFINES PREFACT-M-ENREG.
001240     05  FILLER                  PIC X(02).
001250     05  PM-TOT-COADHF           PIC X(09).
001260     05  PM-TOT-MONTANT          PIC S9(11)V99
001270                                 SIGN LEADING SEPARATE.
001280     05  FILLER                  PIC X(35).
001290*****************************************************************
001300*    BE-FIC - BORDEREAU A FORMAT FIXE POUR LA PAIE EMPLOYEUR.
001310*    'E' ENTETE EMPLOYEUR, 'D' UN MEMBRE (MOUVEMENT 'E' ENTREE,
001320*    'S' SORTIE, 'B' LES DEUX, BLANC SINON), 'T' TOTAL.
001330*****************************************************************
001340 FD  BE-FIC
001350     LABEL RECORD STANDARD
001360     DATA RECORD BE-FIC-LIGNE.
001370 01  BE-FIC-LIGNE.
001380     05  BF-TYPE                 PIC X(01).
001390     05  BF-EMPLOYEUR            PIC X(09).
001400     05  BF-MOIS                 PIC 9(06).
001410     05  BF-DONNEES              PIC X(66).
001420 01  BF-ENTETE REDEFINES BE-FIC-LIGNE.
001430     05  FILLER                  PIC X(16).
001440     05  BF-E-NOM                PIC X(30).
001450     05  BF-E-MONTANT-FACTURE    PIC S9(11)V99
001460                                 SIGN LEADING SEPARATE.
001470     05  FILLER                  PIC X(22).
001480 01  BF-DETAIL REDEFINES BE-FIC-LIGNE.
001490     05  FILLER                  PIC X(16).
001500     05  BF-D-COADHF             PIC X(09).
001510     05  BF-D-NOM                PIC X(30).
001520     05  BF-D-QUANTITE           PIC 9(04)V99.
001530     05  BF-D-MONTANT            PIC S9(09)V99
001540                                 SIGN LEADING SEPARATE.
001550     05  BF-D-MOUVEMENT          PIC X(01).
001560     05  BF-D-DATE-MOUVEMENT     PIC 9(08).
001570 01  BF-TOTAL REDEFINES BE-FIC-LIGNE.
001580     05  FILLER                  PIC X(16).
001590     05  BF-T-NB-MEMBRES         PIC 9(05).
001600     05  BF-T-MONTANT            PIC S9(11)V99
001610                                 SIGN LEADING SEPARATE.
001620     05  BF-T-RAPPROCHE          PIC X(01).
001630     05  FILLER                  PIC X(46).
001640 FD  BE-RPRT
001650     LABEL RECORD STANDARD
001660     DATA RECORD BE-RPRT-LIGNE.
001670 01  BE-RPRT-LIGNE               PIC X(132).
001680 WORKING-STORAGE SECTION.
001690 01  W-BE-PARM-STATUS            PIC XX.
001700     88  BE-PARM-OK              VALUE '00'.
001710 01  W-GRP-ADH-STATUS            PIC XX.
001720     88  GRP-ADH-OK              VALUE '00'.
001730 01  W-ADH-REF-STATUS            PIC XX.
001740     88  ADH-REF-OK              VALUE '00'.
001750 01  W-PREFACT-M-STATUS          PIC XX.
001760     88  PREFACT-M-OK            VALUE '00'.
001770 01  W-BE-FIC-STATUS             PIC XX.
001780 01  W-BE-RPRT-STATUS            PIC XX.
001790 01  W-FIN-LECTURE               PIC X VALUE 'N'.
001800     88  FIN-LECTURE             VALUE 'O'.
001810 01  W-ARRET-SW                  PIC X VALUE 'N'.
001820     88  ARRET-TRAITEMENT        VALUE 'O'.
001830 01  W-MOIS                      PIC 9(06) VALUE ZERO.
001840 01  W-DATE-DEBUT                PIC 9(08) VALUE ZERO.
001850 01  W-DATE-FIN                  PIC 9(08) VALUE ZERO.
001860*****************************************************************
001870*    MEMBRES RATTACHES DANS LE MOIS (2000 AU PLUS).
001880*****************************************************************
001890 01  W-NB-MEMBRES                PIC 9(04) COMP VALUE ZERO.
001900 01  W-TAB-MEMBRES.
001910     05  W-GM-ENTREE OCCURS 2000 TIMES
001920             INDEXED BY W-IDX-GM.
001930         10  W-GM-EMPLOYEUR      PIC X(09).
001940         10  W-GM-COADHF         PIC X(09).
001950         10  W-GM-NOM            PIC X(30).
001960         10  W-GM-DATE-DEBUT     PIC 9(08).
001970         10  W-GM-DATE-FIN       PIC 9(08).
001980         10  W-GM-QUANTITE       PIC S9(07)V99 COMP-3.
001990         10  W-GM-MONTANT        PIC S9(11)V99 COMP-3.
002000*****************************************************************
002010*    EMPLOYEURS (200 AU PLUS) : TOTAL '03' FACTURE ET TOTAL DES
002020*    MEMBRES DU BORDEREAU.
002030*****************************************************************
002040 01  W-NB-EMPLOYEURS             PIC 9(03) COMP VALUE ZERO.
002050 01  W-TAB-EMPLOYEURS.
002060     05  W-GE-ENTREE OCCURS 200 TIMES
002070             INDEXED BY W-IDX-GE.
002080         10  W-GE-EMPLOYEUR      PIC X(09).
002090         10  W-GE-NOM            PIC X(30).
002100         10  W-GE-FACTURE-SW     PIC X(01).
002110         10  W-GE-MONTANT-FACTURE
002120                                 PIC S9(11)V99 COMP-3.
002130 01  W-MEMBRE-SW                 PIC X VALUE 'N'.
002140     88  MEMBRE-TROUVE           VALUE 'O'.
002150 01  W-EMPLOYEUR-SW              PIC X VALUE 'N'.
002160     88  EMPLOYEUR-TROUVE        VALUE 'O'.
002170 01  W-COADHF-CHERCHE            PIC X(09) VALUE SPACES.
002180*****************************************************************
002190*    BORDEREAU COURANT.
002200*****************************************************************
002210 01  W-NB-MEMBRES-BORD           PIC 9(05) COMP VALUE ZERO.
002220 01  W-TOTAL-BORD                PIC S9(11)V99 COMP-3 VALUE 0.
002230 01  W-ECART-BORD                PIC S9(11)V99 COMP-3 VALUE 0.
002240 01  W-MOUVEMENT                 PIC X(01) VALUE SPACE.
002250 01  W-DATE-MOUVEMENT            PIC 9(08) VALUE ZERO.
002260 01  W-LIBELLE-MOUVEMENT         PIC X(16) VALUE SPACES.
002270 01  W-QTE-EDIT                  PIC -(06)9,99.
002280 01  W-MONTANT-EDIT              PIC -(12)9,99.
002290 01  W-NB-BORDEREAUX             PIC 9(05) COMP VALUE ZERO.
002300 01  W-NB-ECARTS                 PIC 9(05) COMP VALUE ZERO.
002310 01  W-NB-SANS-FACTURE           PIC 9(05) COMP VALUE ZERO.
002320 01  W-NB-EDIT                   PIC Z(06)9.
002330 01  W-LIGNE-TRAVAIL             PIC X(132).
002340 PROCEDURE DIVISION.
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002370     IF ARRET-TRAITEMENT
002380        GO TO 0000-FIN
002390     END-IF.
002400     PERFORM 1500-CHARGER-GROUPES THRU 1500-EXIT.
002410     IF ARRET-TRAITEMENT
002420        GO TO 0000-FIN
002430     END-IF.
002440     PERFORM 1600-CHARGER-NOMS THRU 1600-EXIT.
002450     PERFORM 1700-CHARGER-PREFACT THRU 1700-EXIT.
002460     PERFORM 3000-EDITER-BORDEREAU THRU 3000-EXIT
002470        VARYING W-IDX-GE FROM 1 BY 1
002480        UNTIL W-IDX-GE > W-NB-EMPLOYEURS.
002490 0000-FIN.
002500     PERFORM 8000-TERMINE THRU 8000-EXIT.
002510     GOBACK.
002520*****************************************************************
002530*    1000-INITIALISE - MOIS DE BE-PARM. PARAMETRE ABSENT OU VIDE
002540*    : CODE 8, AUCUN BORDEREAU.
002550*****************************************************************
002560 1000-INITIALISE.
002570     OPEN OUTPUT BE-RPRT.
002580     OPEN OUTPUT BE-FIC.
002590     OPEN INPUT BE-PARM.
002600     IF NOT BE-PARM-OK
002610        DISPLAY 'HZBE0001 - BE-PARM INDISPONIBLE - STATUT '
002620            W-BE-PARM-STATUS
002630        MOVE 8 TO RETURN-CODE
002640        MOVE 'O' TO W-ARRET-SW
002650        GO TO 1000-EXIT
002660     END-IF.
002670     READ BE-PARM
002680        AT END
002690           DISPLAY 'HZBE0001 - BE-PARM VIDE'
002700           MOVE 8 TO RETURN-CODE
002710           MOVE 'O' TO W-ARRET-SW
002720        NOT AT END
002730           MOVE BP-MOIS TO W-MOIS
002740     END-READ.
002750     CLOSE BE-PARM.
002760     COMPUTE W-DATE-DEBUT = W-MOIS * 100 + 1.
002770     COMPUTE W-DATE-FIN = W-MOIS * 100 + 31.
002780 1000-EXIT.
002790     EXIT.
002800*****************************************************************
002810*    1500-CHARGER-GROUPES - RATTACHEMENTS DONT LA PLAGE DE
002820*    VALIDITE RECOUVRE LE MOIS ; UN EMPLOYEUR PAR GR-EMPLOYEUR.
002830*    SANS GRP-ADH : CODE 8, AUCUN BORDEREAU.
002840*****************************************************************
002850 1500-CHARGER-GROUPES.
002860     OPEN INPUT GRP-ADH.
002870     IF NOT GRP-ADH-OK
002880        DISPLAY 'HZBE0001 - GRP-ADH INDISPONIBLE - STATUT '
002890            W-GRP-ADH-STATUS
002900        MOVE 8 TO RETURN-CODE
002910        MOVE 'O' TO W-ARRET-SW
002920        GO TO 1500-EXIT
002930     END-IF.
002940     MOVE 'N' TO W-FIN-LECTURE.
002950     PERFORM UNTIL FIN-LECTURE
002960        READ GRP-ADH
002970           AT END MOVE 'O' TO W-FIN-LECTURE
002980           NOT AT END PERFORM 1510-EMPILER-MEMBRE THRU
002990              1510-EXIT
003000        END-READ
003010     END-PERFORM.
003020     CLOSE GRP-ADH.
003030 1500-EXIT.
003040     EXIT.
003050 1510-EMPILER-MEMBRE.
003060     IF GR-DATE-DEBUT > W-DATE-FIN
003070        OR GR-DATE-FIN < W-DATE-DEBUT
003080        GO TO 1510-EXIT
003090     END-IF.
003100     IF W-NB-MEMBRES NOT < 2000
003110        DISPLAY 'HZBE0001 - TABLE DES MEMBRES PLEINE (2000) - '
003120            'MEMBRE IGNORE : ' GR-COADHF
003130        MOVE 8 TO RETURN-CODE
003140        GO TO 1510-EXIT
003150     END-IF.
003160     ADD 1 TO W-NB-MEMBRES.
003170     SET W-IDX-GM TO W-NB-MEMBRES.
003180     MOVE GR-EMPLOYEUR TO W-GM-EMPLOYEUR (W-IDX-GM).
003190     MOVE GR-COADHF TO W-GM-COADHF (W-IDX-GM).
003200     MOVE SPACES TO W-GM-NOM (W-IDX-GM).
003210     MOVE GR-DATE-DEBUT TO W-GM-DATE-DEBUT (W-IDX-GM).
003220     MOVE GR-DATE-FIN TO W-GM-DATE-FIN (W-IDX-GM).
003230     MOVE ZERO TO W-GM-QUANTITE (W-IDX-GM).
003240     MOVE ZERO TO W-GM-MONTANT (W-IDX-GM).
003250     MOVE GR-EMPLOYEUR TO W-COADHF-CHERCHE.
003260     PERFORM 5100-CHERCHER-EMPLOYEUR THRU 5100-EXIT.
003270     IF EMPLOYEUR-TROUVE
003280        GO TO 1510-EXIT
003290     END-IF.
003300     IF W-NB-EMPLOYEURS NOT < 200
003310        DISPLAY 'HZBE0001 - TABLE DES EMPLOYEURS PLEINE (200) -'
003320            ' BORDEREAU PERDU POUR ' GR-EMPLOYEUR
003330        MOVE 8 TO RETURN-CODE
003340        GO TO 1510-EXIT
003350     END-IF.
003360     ADD 1 TO W-NB-EMPLOYEURS.
003370     SET W-IDX-GE TO W-NB-EMPLOYEURS.
003380     MOVE GR-EMPLOYEUR TO W-GE-EMPLOYEUR (W-IDX-GE).
003390     MOVE SPACES TO W-GE-NOM (W-IDX-GE).
003400     MOVE 'N' TO W-GE-FACTURE-SW (W-IDX-GE).
003410     MOVE ZERO TO W-GE-MONTANT-FACTURE (W-IDX-GE).
003420 1510-EXIT.
003430     EXIT.
003440*****************************************************************
003450*    1600-CHARGER-NOMS - NOMS DES MEMBRES ET DES EMPLOYEURS LUS
003460*    SUR ADH-REF. SANS ADH-REF : CODE 4, NOMS A BLANC.
003470*****************************************************************
003480 1600-CHARGER-NOMS.
003490     OPEN INPUT ADH-REF.
003500     IF NOT ADH-REF-OK
003510        DISPLAY 'HZBE0001 - ADH-REF INDISPONIBLE, NOMS NON '
003520            'EDITES - STATUT ' W-ADH-REF-STATUS
003530        IF RETURN-CODE < 4
003540           MOVE 4 TO RETURN-CODE
003550        END-IF
003560        GO TO 1600-EXIT
003570     END-IF.
003580     MOVE 'N' TO W-FIN-LECTURE.
003590     PERFORM 1610-LIRE-ADHERENT THRU 1610-EXIT
003600        UNTIL FIN-LECTURE.
003610     CLOSE ADH-REF.
003620 1600-EXIT.
003630     EXIT.
003640 1610-LIRE-ADHERENT.
003650     READ ADH-REF
003660        AT END
003670           MOVE 'O' TO W-FIN-LECTURE
003680           GO TO 1610-EXIT
003690     END-READ.
003700     MOVE AF-COADHF TO W-COADHF-CHERCHE.
003710     PERFORM 5100-CHERCHER-EMPLOYEUR THRU 5100-EXIT.
003720     IF EMPLOYEUR-TROUVE
003730        MOVE AF-NOM TO W-GE-NOM (W-IDX-GE)
003740     END-IF.
003750     IF W-NB-MEMBRES = ZERO
003760        GO TO 1610-EXIT
003770     END-IF.
003780     PERFORM 1620-NOMMER-MEMBRE THRU 1620-EXIT
003790        VARYING W-IDX-GM FROM 1 BY 1
003800        UNTIL W-IDX-GM > W-NB-MEMBRES.
003810 1610-EXIT.
003820     EXIT.
003830 1620-NOMMER-MEMBRE.
003840     IF W-GM-COADHF (W-IDX-GM) = AF-COADHF
003850        MOVE AF-NOM TO W-GM-NOM (W-IDX-GM)
003860     END-IF.
003870 1620-EXIT.
003880     EXIT.
003890*****************************************************************
003900*    1700-CHARGER-PREFACT - QUANTITES ET MONTANTS '02' CUMULES
003910*    SUR LE MEMBRE ; TOTAL '03' FACTURE A L'EMPLOYEUR. SANS
003920*    PREFACT-M : CODE 8, BORDEREAUX EDITES A ZERO.
003930*****************************************************************
003940 1700-CHARGER-PREFACT.
003950     OPEN INPUT PREFACT-M.
003960     IF NOT PREFACT-M-OK
003970        DISPLAY 'HZBE0001 - PREFACT-M INDISPONIBLE - STATUT '
003980            W-PREFACT-M-STATUS
003990        MOVE 8 TO RETURN-CODE
004000        GO TO 1700-EXIT
004010     END-IF.
004020     MOVE 'N' TO W-FIN-LECTURE.
004030     PERFORM 1710-LIRE-PREFACT THRU 1710-EXIT
004040        UNTIL FIN-LECTURE.
004050     CLOSE PREFACT-M.
004060 1700-EXIT.
004070     EXIT.
004080 1710-LIRE-PREFACT.
004090     READ PREFACT-M
004100        AT END
004110           MOVE 'O' TO W-FIN-LECTURE
004120           GO TO 1710-EXIT
004130     END-READ.
004140     IF PM-TYPE = '03'
004150        MOVE PM-TOT-COADHF TO W-COADHF-CHERCHE
004160        PERFORM 5100-CHERCHER-EMPLOYEUR THRU 5100-EXIT
004170        IF EMPLOYEUR-TROUVE
004180           MOVE 'O' TO W-GE-FACTURE-SW (W-IDX-GE)
004190           ADD PM-TOT-MONTANT
004200              TO W-GE-MONTANT-FACTURE (W-IDX-GE)
004210        END-IF
004220        GO TO 1710-EXIT
004230     END-IF.
004240     IF PM-TYPE NOT = '02'
004250        GO TO 1710-EXIT
004260     END-IF.
004270     MOVE PM-COADHF TO W-COADHF-CHERCHE.
004280     PERFORM 5000-CHERCHER-MEMBRE THRU 5000-EXIT.
004290     IF MEMBRE-TROUVE
004300        ADD PM-QUANTITE TO W-GM-QUANTITE (W-IDX-GM)
004310        ADD PM-MONTANT TO W-GM-MONTANT (W-IDX-GM)
004320     END-IF.
004330 1710-EXIT.
004340     EXIT.
004350*****************************************************************
004360*    3000-EDITER-BORDEREAU - UN BORDEREAU PAR EMPLOYEUR : ENTETE,
004370*    UNE LIGNE PAR MEMBRE, TOTAL RAPPROCHE DU '03' FACTURE.
004380*****************************************************************
004390 3000-EDITER-BORDEREAU.
004400     ADD 1 TO W-NB-BORDEREAUX.
004410     MOVE ZERO TO W-NB-MEMBRES-BORD.
004420     MOVE ZERO TO W-TOTAL-BORD.
004430     MOVE SPACES TO W-LIGNE-TRAVAIL.
004440     STRING 'HZBE0001 - BORDEREAU DE COTISATIONS - MOIS '
004450         DELIMITED BY SIZE
004460         W-MOIS DELIMITED BY SIZE
004470         INTO W-LIGNE-TRAVAIL
004480     END-STRING.
004490     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
004500     MOVE SPACES TO W-LIGNE-TRAVAIL.
004510     STRING 'EMPLOYEUR ' DELIMITED BY SIZE
004520         W-GE-EMPLOYEUR (W-IDX-GE) DELIMITED BY SIZE
004530         ' ' DELIMITED BY SIZE
004540         W-GE-NOM (W-IDX-GE) DELIMITED BY SIZE
004550         INTO W-LIGNE-TRAVAIL
004560     END-STRING.
004570     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
004580     MOVE SPACES TO W-LIGNE-TRAVAIL.
004590     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
004600     MOVE 'ADHERENT  NOM' TO W-LIGNE-TRAVAIL.
004610     MOVE 'QUANTITE' TO W-LIGNE-TRAVAIL (45:8).
004620     MOVE 'MONTANT' TO W-LIGNE-TRAVAIL (63:7).
004630     MOVE 'MOUVEMENT' TO W-LIGNE-TRAVAIL (72:9).
004640     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
004650     MOVE SPACES TO BE-FIC-LIGNE.
004660     MOVE 'E' TO BF-TYPE.
004670     MOVE W-GE-EMPLOYEUR (W-IDX-GE) TO BF-EMPLOYEUR.
004680     MOVE W-MOIS TO BF-MOIS.
004690     MOVE W-GE-NOM (W-IDX-GE) TO BF-E-NOM.
004700     MOVE W-GE-MONTANT-FACTURE (W-IDX-GE)
004710        TO BF-E-MONTANT-FACTURE.
004720     WRITE BE-FIC-LIGNE.
004730     PERFORM 3100-EDITER-MEMBRE THRU 3100-EXIT
004740        VARYING W-IDX-GM FROM 1 BY 1
004750        UNTIL W-IDX-GM > W-NB-MEMBRES.
004760     PERFORM 3200-EDITER-TOTAL THRU 3200-EXIT.
004770 3000-EXIT.
004780     EXIT.
004790*****************************************************************
004800*    3100-EDITER-MEMBRE - MEMBRE DE L'EMPLOYEUR COURANT, AVEC SON
004810*    MOUVEMENT DU MOIS (ENTREE SI RATTACHE DANS LE MOIS, SORTIE
004820*    SI LE RATTACHEMENT PREND FIN DANS LE MOIS).
004830*****************************************************************
004840 3100-EDITER-MEMBRE.
004850     IF W-GM-EMPLOYEUR (W-IDX-GM) NOT = W-GE-EMPLOYEUR (W-IDX-GE)
004860        GO TO 3100-EXIT
004870     END-IF.
004880     ADD 1 TO W-NB-MEMBRES-BORD.
004890     ADD W-GM-MONTANT (W-IDX-GM) TO W-TOTAL-BORD.
004900     MOVE SPACE TO W-MOUVEMENT.
004910     MOVE ZERO TO W-DATE-MOUVEMENT.
004920     MOVE SPACES TO W-LIBELLE-MOUVEMENT.
004930     IF W-GM-DATE-DEBUT (W-IDX-GM) NOT < W-DATE-DEBUT
004940        MOVE 'E' TO W-MOUVEMENT
004950        MOVE W-GM-DATE-DEBUT (W-IDX-GM) TO W-DATE-MOUVEMENT
004960        MOVE 'ENTREE' TO W-LIBELLE-MOUVEMENT
004970     END-IF.
004980     IF W-GM-DATE-FIN (W-IDX-GM) NOT > W-DATE-FIN
004990        MOVE W-GM-DATE-FIN (W-IDX-GM) TO W-DATE-MOUVEMENT
005000        IF W-MOUVEMENT = 'E'
005010           MOVE 'B' TO W-MOUVEMENT
005020           MOVE 'ENTREE ET SORTIE' TO W-LIBELLE-MOUVEMENT
005030        ELSE
005040           MOVE 'S' TO W-MOUVEMENT
005050           MOVE 'SORTIE' TO W-LIBELLE-MOUVEMENT
005060        END-IF
005070     END-IF.
005080     MOVE W-GM-QUANTITE (W-IDX-GM) TO W-QTE-EDIT.
005090     MOVE W-GM-MONTANT (W-IDX-GM) TO W-MONTANT-EDIT.
005100     MOVE SPACES TO W-LIGNE-TRAVAIL.
005110     STRING W-GM-COADHF (W-IDX-GM) DELIMITED BY SIZE
005120         ' ' DELIMITED BY SIZE
005130         W-GM-NOM (W-IDX-GM) DELIMITED BY SIZE
005140         INTO W-LIGNE-TRAVAIL
005150     END-STRING.
005160     MOVE W-QTE-EDIT TO W-LIGNE-TRAVAIL (42:10).
005170     MOVE W-MONTANT-EDIT TO W-LIGNE-TRAVAIL (54:16).
005180     MOVE W-LIBELLE-MOUVEMENT TO W-LIGNE-TRAVAIL (72:16).
005190     IF W-MOUVEMENT NOT = SPACE
005200        MOVE W-DATE-MOUVEMENT TO W-LIGNE-TRAVAIL (89:8)
005210     END-IF.
005220     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
005230     MOVE SPACES TO BE-FIC-LIGNE.
005240     MOVE 'D' TO BF-TYPE.
005250     MOVE W-GE-EMPLOYEUR (W-IDX-GE) TO BF-EMPLOYEUR.
005260     MOVE W-MOIS TO BF-MOIS.
005270     MOVE W-GM-COADHF (W-IDX-GM) TO BF-D-COADHF.
005280     MOVE W-GM-NOM (W-IDX-GM) TO BF-D-NOM.
005290     MOVE W-GM-QUANTITE (W-IDX-GM) TO BF-D-QUANTITE.
005300     MOVE W-GM-MONTANT (W-IDX-GM) TO BF-D-MONTANT.
005310     MOVE W-MOUVEMENT TO BF-D-MOUVEMENT.
005320     MOVE W-DATE-MOUVEMENT TO BF-D-DATE-MOUVEMENT.
005330     WRITE BE-FIC-LIGNE.
005340 3100-EXIT.
005350     EXIT.
005360*****************************************************************
005370*    3200-EDITER-TOTAL - TOTAL DU BORDEREAU ET RAPPROCHEMENT AVEC
005380*    LE '03' FACTURE. ECART OU FACTURE ABSENTE : CODE 4.
005390*****************************************************************
005400 3200-EDITER-TOTAL.
005410     MOVE SPACES TO W-LIGNE-TRAVAIL.
005420     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
005430     MOVE W-TOTAL-BORD TO W-MONTANT-EDIT.
005440     MOVE W-NB-MEMBRES-BORD TO W-NB-EDIT.
005450     MOVE SPACES TO W-LIGNE-TRAVAIL.
005460     STRING 'TOTAL DU BORDEREAU (' DELIMITED BY SIZE
005470         W-NB-EDIT DELIMITED BY SIZE
005480         ' MEMBRES)' DELIMITED BY SIZE
005490         INTO W-LIGNE-TRAVAIL
005500     END-STRING.
005510     MOVE W-MONTANT-EDIT TO W-LIGNE-TRAVAIL (54:16).
005520     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
005530     MOVE W-GE-MONTANT-FACTURE (W-IDX-GE) TO W-MONTANT-EDIT.
005540     MOVE 'TOTAL FACTURE A L''EMPLOYEUR' TO W-LIGNE-TRAVAIL.
005550     MOVE W-MONTANT-EDIT TO W-LIGNE-TRAVAIL (54:16).
005560     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
005570     MOVE SPACES TO BE-FIC-LIGNE.
005580     MOVE 'T' TO BF-TYPE.
005590     MOVE W-GE-EMPLOYEUR (W-IDX-GE) TO BF-EMPLOYEUR.
005600     MOVE W-MOIS TO BF-MOIS.
005610     MOVE W-NB-MEMBRES-BORD TO BF-T-NB-MEMBRES.
005620     MOVE W-TOTAL-BORD TO BF-T-MONTANT.
005630     COMPUTE W-ECART-BORD = W-TOTAL-BORD
005640                          - W-GE-MONTANT-FACTURE (W-IDX-GE).
005650     MOVE SPACES TO W-LIGNE-TRAVAIL.
005660     IF W-GE-FACTURE-SW (W-IDX-GE) NOT = 'O'
005670        ADD 1 TO W-NB-SANS-FACTURE
005680        MOVE 'N' TO BF-T-RAPPROCHE
005690        MOVE '*** AUCUNE FACTURE EMPLOYEUR DANS LE MOIS'
005700           TO W-LIGNE-TRAVAIL
005710        IF RETURN-CODE < 4
005720           MOVE 4 TO RETURN-CODE
005730        END-IF
005740     ELSE
005750        IF W-ECART-BORD NOT = ZERO
005760           ADD 1 TO W-NB-ECARTS
005770           MOVE 'N' TO BF-T-RAPPROCHE
005780           MOVE W-ECART-BORD TO W-MONTANT-EDIT
005790           MOVE '*** ECART BORDEREAU / FACTURE'
005800              TO W-LIGNE-TRAVAIL
005810           MOVE W-MONTANT-EDIT TO W-LIGNE-TRAVAIL (54:16)
005820           IF RETURN-CODE < 4
005830              MOVE 4 TO RETURN-CODE
005840           END-IF
005850        ELSE
005860           MOVE 'O' TO BF-T-RAPPROCHE
005870           MOVE 'BORDEREAU CONFORME A LA FACTURE'
005880              TO W-LIGNE-TRAVAIL
005890        END-IF
005900     END-IF.
005910     WRITE BE-FIC-LIGNE.
005920     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
005930     MOVE SPACES TO W-LIGNE-TRAVAIL.
005940     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
005950 3200-EXIT.
005960     EXIT.
005970*****************************************************************
005980*    5000-CHERCHER-MEMBRE - PREMIER RATTACHEMENT DU MOIS DE
005990*    L'ADHERENT W-COADHF-CHERCHE.
006000*****************************************************************
006010 5000-CHERCHER-MEMBRE.
006020     MOVE 'N' TO W-MEMBRE-SW.
006030     IF W-NB-MEMBRES = ZERO
006040        GO TO 5000-EXIT
006050     END-IF.
006060     SET W-IDX-GM TO 1.
006070     SEARCH W-GM-ENTREE
006080        AT END
006090           CONTINUE
006100        WHEN W-IDX-GM > W-NB-MEMBRES
006110           CONTINUE
006120        WHEN W-GM-COADHF (W-IDX-GM) = W-COADHF-CHERCHE
006130           MOVE 'O' TO W-MEMBRE-SW
006140     END-SEARCH.
006150 5000-EXIT.
006160     EXIT.
006170*****************************************************************
006180*    5100-CHERCHER-EMPLOYEUR - EMPLOYEUR W-COADHF-CHERCHE.
006190*****************************************************************
006200 5100-CHERCHER-EMPLOYEUR.
006210     MOVE 'N' TO W-EMPLOYEUR-SW.
006220     IF W-NB-EMPLOYEURS = ZERO
006230        GO TO 5100-EXIT
006240     END-IF.
006250     SET W-IDX-GE TO 1.
006260     SEARCH W-GE-ENTREE
006270        AT END
006280           CONTINUE
006290        WHEN W-IDX-GE > W-NB-EMPLOYEURS
006300           CONTINUE
006310        WHEN W-GE-EMPLOYEUR (W-IDX-GE) = W-COADHF-CHERCHE
006320           MOVE 'O' TO W-EMPLOYEUR-SW
006330     END-SEARCH.
006340 5100-EXIT.
006350     EXIT.
006360 7900-ECRIRE-LIGNE.
006370     MOVE W-LIGNE-TRAVAIL TO BE-RPRT-LIGNE.
006380     WRITE BE-RPRT-LIGNE.
006390 7900-EXIT.
006400     EXIT.
006410 8000-TERMINE.
006420     CLOSE BE-RPRT.
006430     CLOSE BE-FIC.
006440     MOVE W-NB-BORDEREAUX TO W-NB-EDIT.
006450     DISPLAY 'HZBE0001 - BORDEREAUX EDITES         : ' W-NB-EDIT.
006460     MOVE W-NB-ECARTS TO W-NB-EDIT.
006470     DISPLAY 'HZBE0001 - ECARTS AVEC LA FACTURE    : ' W-NB-EDIT.
006480     MOVE W-NB-SANS-FACTURE TO W-NB-EDIT.
006490     DISPLAY 'HZBE0001 - EMPLOYEURS SANS FACTURE   : ' W-NB-EDIT.
006500 8000-EXIT.
006510     EXIT.
