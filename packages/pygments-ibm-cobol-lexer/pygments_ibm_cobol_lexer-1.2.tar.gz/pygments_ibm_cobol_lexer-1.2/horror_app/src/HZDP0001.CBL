000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZDP0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. REEDITION A LA DEMANDE DES DOCUMENTS ADHERENT, POUR
000080     L'ADHERENT QUI DIT NE PAS AVOIR RECU UN RELEVE OU UN
000090     COURRIER : CHAQUE DEMANDE DE DP-DEM (ADHERENT, TYPE DE
000100     DOCUMENT, PERIODE, DATE DE PRODUCTION FACULTATIVE) EST
000110     RECHERCHEE AU REGISTRE DOC-REG ALIMENTE PAR HZRL0001,
000120     HZDU0001, HZAT0001, HZFC0001 ET HZEC0001 (SANS DATE, LA
000130     PRODUCTION LA PLUS RECENTE). LES LIGNES D'ORIGINE SONT
000140     RELUES DANS L'ARCHIVE DOC-ARCH ET VERSEES TELLES QUELLES AU
000150     FLUX DE REEDITION DP-PRNT, PRECEDEES D'UN BANDEAU
000160     'DUPLICATA' ET MARQUEES 'DUPLICATA' EN MARGE DROITE. LE
000170     COMPTE RENDU DP-RPRT DONNE LE SORT DE CHAQUE DEMANDE.
000180*****************************************************************
000190*    HISTORIQUE DES MODIFICATIONS
000200*    --------------------------------------------------------
000210*    DATE       AUTEUR  DESCRIPTION
000220*    --------   ------  -------------------------------------
000230*    15/10/2026 EBA     CREATION.
000233*    15/10/2026 EBA     TYPE 'TA' AVIS DE CHANGEMENT DE TARIF
000236*                       (HZAV0001, PERIODE = DATE D'EFFET).
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT DP-DEM ASSIGN TO DPDEM
000340         ORGANIZATION SEQUENTIAL
000350         FILE STATUS W-DP-DEM-STATUS.
000360     SELECT DOC-REG ASSIGN TO DOCREG
000370         ORGANIZATION SEQUENTIAL
000380         FILE STATUS W-DOC-REG-STATUS.
000390     SELECT DOC-ARCH ASSIGN TO DOCARCH
000400         ORGANIZATION SEQUENTIAL
000410         FILE STATUS W-DOC-ARCH-STATUS.
000420     SELECT DP-PRNT ASSIGN TO DPPRNT
000430         ORGANIZATION SEQUENTIAL
000440         FILE STATUS W-DP-PRNT-STATUS.
000450     SELECT DP-RPRT ASSIGN TO DPRPRT
000460         ORGANIZATION SEQUENTIAL
000470         FILE STATUS W-DP-RPRT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500*****************************************************************
000510*    DP-DEM - DEMANDES DE REEDITION : ADHERENT, TYPE DE DOCUMENT
000520*    ('RL' RELEVE, 'RE' RELANCE, 'AT' ATTESTATION, 'FC' FACTURE,
000530*    'AV' AVOIR, 'EC' AVIS D'ECHEANCIER, 'TA' AVIS DE CHANGEMENT
000535*    DE TARIF), PERIODE TELLE QUE
000540*    PORTEE AU REGISTRE (MOIS AAAAMM, NUMERO DE PIECE, ANNEE OU
000550*    DATE DU REGLEMENT OU D'EFFET) ET DATE DE PRODUCTION AAAAMMJJ
000560*    FACULTATIVE.
000570*****************************************************************
000580 FD  DP-DEM
000590     LABEL RECORD STANDARD
000600     DATA RECORD DP-DEM-LIGNE.
000610 01  DP-DEM-LIGNE.
000620     05  DM-COADHF               PIC X(09).
000630     05  DM-TYPE-DOC             PIC X(02).
000640     05  DM-PERIODE              PIC X(10).
000650     05  DM-DATE-PRODUCTION      PIC X(08).
000660*****************************************************************
000670*    DOC-REG - REGISTRE DES DOCUMENTS ADHERENT, MEME DESSIN QUE
000680*    DANS HZRL0001.
000690*****************************************************************
000700 FD  DOC-REG
000710     LABEL RECORD STANDARD
000720     DATA RECORD DOC-REG-LIGNE.
000730 01  DOC-REG-LIGNE.
000740     05  RG-COADHF               PIC X(09).
000750     05  RG-TYPE-DOC             PIC X(02).
000760     05  RG-PERIODE              PIC X(10).
000770     05  RG-DATE-PRODUCTION      PIC 9(08).
000780     05  RG-HEURE-PRODUCTION     PIC 9(08).
000790     05  RG-LANGUE               PIC X(02).
000800     05  RG-CANAL                PIC X(01).
000810         88  RG-CANAL-PAPIER     VALUE 'P'.
000820         88  RG-CANAL-ELECTRONIQUE VALUE 'E'.
000830         88  RG-CANAL-RETENU     VALUE 'R'.
000840     05  RG-PROGRAMME            PIC X(08).
000850     05  RG-RANG-DEBUT           PIC 9(07).
000860     05  RG-NB-LIGNES            PIC 9(05).
000870     05  FILLER                  PIC X(10).
000880*****************************************************************
000890*    DOC-ARCH - ARCHIVE DES DOCUMENTS ADHERENT, MEME DESSIN QUE
000900*    DANS HZRL0001.
000910*****************************************************************
000920 FD  DOC-ARCH
000930     LABEL RECORD STANDARD
000940     DATA RECORD DOC-ARCH-LIGNE.
000950 01  DOC-ARCH-LIGNE.
000960     05  AR-PROGRAMME            PIC X(08).
000970     05  AR-DATE-PRODUCTION      PIC 9(08).
000980     05  AR-HEURE-PRODUCTION     PIC 9(08).
000990     05  AR-RANG                 PIC 9(07).
001000     05  AR-LIGNE                PIC X(132).
001010 FD  DP-PRNT
001020     LABEL RECORD STANDARD
001030     DATA RECORD DP-PRNT-LIGNE.
001040 01  DP-PRNT-LIGNE               PIC X(132).
001050 FD  DP-RPRT
001060     LABEL RECORD STANDARD
001070     DATA RECORD DP-RPRT-LIGNE.
001080 01  DP-RPRT-LIGNE               PIC X(132).
001090 WORKING-STORAGE SECTION.
001100 01  W-DP-DEM-STATUS             PIC XX.
001110     88  DP-DEM-OK               VALUE '00'.
001120 01  W-DOC-REG-STATUS            PIC XX.
001130     88  DOC-REG-OK              VALUE '00'.
001140     88  DOC-REG-FIN             VALUE '10'.
001150 01  W-DOC-ARCH-STATUS           PIC XX.
001160     88  DOC-ARCH-OK             VALUE '00'.
001170     88  DOC-ARCH-FIN            VALUE '10'.
001180 01  W-DP-PRNT-STATUS            PIC XX.
001190 01  W-DP-RPRT-STATUS            PIC XX.
001200 01  W-FIN-DEMANDES              PIC X VALUE 'N'.
001210     88  FIN-DEMANDES            VALUE 'O'.
001220 01  W-FIN-REGISTRE              PIC X VALUE 'N'.
001230     88  FIN-REGISTRE            VALUE 'O'.
001240 01  W-FIN-ARCHIVE               PIC X VALUE 'N'.
001250     88  FIN-ARCHIVE             VALUE 'O'.
001260*****************************************************************
001270*    DEMANDES EN TABLE (500 AU PLUS) AVEC, UNE FOIS TROUVEE AU
001280*    REGISTRE, LA POSITION DU DOCUMENT DANS L'ARCHIVE (PASSAGE
001290*    PROGRAMME/DATE/HEURE, RANGS DE DEBUT ET DE FIN).
001300*****************************************************************
001310 01  W-NB-DEMANDES               PIC 9(03) COMP VALUE ZERO.
001320 01  W-TAB-DEMANDES.
001330     05  W-DM-ENTREE OCCURS 500 TIMES
001340             INDEXED BY W-IDX-DM.
001350         10  W-DM-COADHF         PIC X(09).
001360         10  W-DM-TYPE-DOC       PIC X(02).
001370         10  W-DM-PERIODE        PIC X(10).
001380         10  W-DM-DATE-DEMANDEE  PIC 9(08).
001390         10  W-DM-ETAT           PIC X(01).
001400             88  W-DM-TROUVEE    VALUE 'T'.
001410         10  W-DM-PROGRAMME      PIC X(08).
001420         10  W-DM-DATE-PROD      PIC 9(08).
001430         10  W-DM-HEURE-PROD     PIC 9(08).
001440         10  W-DM-LANGUE         PIC X(02).
001450         10  W-DM-CANAL          PIC X(01).
001460         10  W-DM-RANG-DEBUT     PIC 9(07) COMP.
001470         10  W-DM-RANG-FIN       PIC 9(07) COMP.
001480         10  W-DM-NB-LIGNES      PIC 9(05) COMP.
001490         10  W-DM-NB-REEDITEES   PIC 9(05) COMP.
001500 01  W-IDX-DEM                   PIC 9(03) COMP VALUE ZERO.
001510 01  W-DATE-DEMANDEE             PIC 9(08) VALUE ZERO.
001520 01  W-DEMANDE-DOUBLE-SW         PIC X VALUE 'N'.
001530     88  DEMANDE-DOUBLE          VALUE 'O'.
001540 01  W-LIGNE-REEDITEE-SW         PIC X VALUE 'N'.
001550     88  LIGNE-REEDITEE          VALUE 'O'.
001560 01  W-DATE-JOUR                 PIC 9(08) VALUE ZERO.
001570 01  W-NB-LUS                    PIC 9(05) COMP VALUE ZERO.
001580 01  W-NB-REEDITES               PIC 9(05) COMP VALUE ZERO.
001590 01  W-NB-ABSENTS                PIC 9(05) COMP VALUE ZERO.
001600 01  W-NB-INCOMPLETS             PIC 9(05) COMP VALUE ZERO.
001610 01  W-NB-LIGNES-REEDITEES       PIC 9(07) COMP VALUE ZERO.
001620 01  W-NB-EDIT                   PIC Z(04)9.
001630 01  W-NB-EDIT-2                 PIC Z(04)9.
001640 01  W-LIGNE-TRAVAIL             PIC X(132).
001650 01  W-POINTEUR                  PIC 9(03) COMP VALUE ZERO.
001660 PROCEDURE DIVISION.
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001690     PERFORM 1500-CHARGER-DEMANDES THRU 1500-EXIT.
001700     PERFORM 2000-CONSULTER-REGISTRE THRU 2000-EXIT.
001710     PERFORM 3000-EXTRAIRE-ARCHIVE THRU 3000-EXIT.
001720     PERFORM 7000-EDITER-COMPTE-RENDU THRU 7000-EXIT.
001730     PERFORM 8000-TERMINE THRU 8000-EXIT.
001740     GOBACK.
001750 1000-INITIALISE.
001760     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
001770     OPEN OUTPUT DP-PRNT DP-RPRT.
001780     MOVE SPACES TO W-LIGNE-TRAVAIL.
001790     STRING 'REEDITION DE DOCUMENTS ADHERENT DU '
001800         DELIMITED BY SIZE
001810         W-DATE-JOUR DELIMITED BY SIZE
001820         INTO W-LIGNE-TRAVAIL
001830     END-STRING.
001840     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
001850     MOVE SPACES TO W-LIGNE-TRAVAIL.
001860     STRING 'ADHERENT  TY PERIODE    ETAT'
001870         DELIMITED BY SIZE
001880         INTO W-LIGNE-TRAVAIL
001890     END-STRING.
001900     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
001910 1000-EXIT.
001920     EXIT.
001930*****************************************************************
001940*    1500-CHARGER-DEMANDES - DEMANDES EN TABLE ; UNE DEMANDE
001950*    IDENTIQUE A UNE PRECEDENTE EST IGNOREE (LE DOCUMENT N'EST
001960*    REEDITE QU'UNE FOIS).
001970*****************************************************************
001980 1500-CHARGER-DEMANDES.
001990     OPEN INPUT DP-DEM.
002000     IF NOT DP-DEM-OK
002010        DISPLAY 'HZDP0001 - DP-DEM INDISPONIBLE - STATUT '
002020            W-DP-DEM-STATUS
002030        MOVE 8 TO RETURN-CODE
002040        GO TO 1500-EXIT
002050     END-IF.
002060     PERFORM UNTIL FIN-DEMANDES
002070        READ DP-DEM
002080           AT END SET FIN-DEMANDES TO TRUE
002090           NOT AT END PERFORM 1510-EMPILER-DEMANDE THRU 1510-EXIT
002100        END-READ
002110     END-PERFORM.
002120     CLOSE DP-DEM.
002130     IF W-NB-DEMANDES = ZERO
002140        DISPLAY 'HZDP0001 - AUCUNE DEMANDE DE REEDITION'
002150     END-IF.
002160 1500-EXIT.
002170     EXIT.
002180 1510-EMPILER-DEMANDE.
002190     MOVE ZERO TO W-DATE-DEMANDEE.
002200     IF DM-DATE-PRODUCTION NUMERIC
002210        MOVE DM-DATE-PRODUCTION TO W-DATE-DEMANDEE
002220     END-IF.
002230     MOVE 'N' TO W-DEMANDE-DOUBLE-SW.
002240     IF W-NB-DEMANDES > ZERO
002250        SET W-IDX-DM TO 1
002260        SEARCH W-DM-ENTREE
002270           AT END
002280              CONTINUE
002290           WHEN W-IDX-DM > W-NB-DEMANDES
002300              CONTINUE
002310           WHEN W-DM-COADHF (W-IDX-DM) = DM-COADHF
002320              AND W-DM-TYPE-DOC (W-IDX-DM) = DM-TYPE-DOC
002330              AND W-DM-PERIODE (W-IDX-DM) = DM-PERIODE
002340              AND W-DM-DATE-DEMANDEE (W-IDX-DM) = W-DATE-DEMANDEE
002350              MOVE 'O' TO W-DEMANDE-DOUBLE-SW
002360        END-SEARCH
002370     END-IF.
002380     IF DEMANDE-DOUBLE
002390        DISPLAY 'HZDP0001 - DEMANDE EN DOUBLE IGNOREE : '
002400            DM-COADHF ' ' DM-TYPE-DOC ' ' DM-PERIODE
002410        GO TO 1510-EXIT
002420     END-IF.
002430     IF W-NB-DEMANDES < 500
002440        ADD 1 TO W-NB-DEMANDES
002450        MOVE DM-COADHF TO W-DM-COADHF (W-NB-DEMANDES)
002460        MOVE DM-TYPE-DOC TO W-DM-TYPE-DOC (W-NB-DEMANDES)
002470        MOVE DM-PERIODE TO W-DM-PERIODE (W-NB-DEMANDES)
002480        MOVE W-DATE-DEMANDEE
002490           TO W-DM-DATE-DEMANDEE (W-NB-DEMANDES)
002500        MOVE SPACE TO W-DM-ETAT (W-NB-DEMANDES)
002510        MOVE ZERO TO W-DM-NB-REEDITEES (W-NB-DEMANDES)
002520     ELSE
002530        DISPLAY 'HZDP0001 - TABLE DES DEMANDES PLEINE (500) - '
002540            'DEMANDE IGNOREE : ' DM-COADHF ' ' DM-TYPE-DOC
002550        IF RETURN-CODE < 4
002560           MOVE 4 TO RETURN-CODE
002570        END-IF
002580     END-IF.
002590 1510-EXIT.
002600     EXIT.
002610*****************************************************************
002620*    2000-CONSULTER-REGISTRE - CHAQUE ENTREE DU REGISTRE EST
002630*    CONFRONTEE AUX DEMANDES. LE REGISTRE ETANT CUMULE DANS
002640*    L'ORDRE DE PRODUCTION, LA DERNIERE ENTREE RETENUE POUR UNE
002650*    DEMANDE EST LA PRODUCTION LA PLUS RECENTE.
002660*****************************************************************
002670 2000-CONSULTER-REGISTRE.
002680     IF W-NB-DEMANDES = ZERO
002690        GO TO 2000-EXIT
002700     END-IF.
002710     OPEN INPUT DOC-REG.
002720     IF NOT DOC-REG-OK
002730        DISPLAY 'HZDP0001 - DOC-REG INDISPONIBLE - STATUT '
002740            W-DOC-REG-STATUS
002750        MOVE 8 TO RETURN-CODE
002760        GO TO 2000-EXIT
002770     END-IF.
002780     PERFORM 2100-LIRE-REGISTRE THRU 2100-EXIT
002790        UNTIL FIN-REGISTRE.
002800     CLOSE DOC-REG.
002810 2000-EXIT.
002820     EXIT.
002830 2100-LIRE-REGISTRE.
002840     READ DOC-REG
002850        AT END
002860           MOVE 'O' TO W-FIN-REGISTRE
002870           GO TO 2100-EXIT
002880     END-READ.
002890     PERFORM 2200-RAPPROCHER-ENTREE THRU 2200-EXIT
002900        VARYING W-IDX-DEM FROM 1 BY 1
002910        UNTIL W-IDX-DEM > W-NB-DEMANDES.
002920 2100-EXIT.
002930     EXIT.
002940 2200-RAPPROCHER-ENTREE.
002950     IF W-DM-COADHF (W-IDX-DEM) NOT = RG-COADHF
002960        OR W-DM-TYPE-DOC (W-IDX-DEM) NOT = RG-TYPE-DOC
002970        OR W-DM-PERIODE (W-IDX-DEM) NOT = RG-PERIODE
002980        GO TO 2200-EXIT
002990     END-IF.
003000     IF W-DM-DATE-DEMANDEE (W-IDX-DEM) NOT = ZERO
003010        AND W-DM-DATE-DEMANDEE (W-IDX-DEM)
003020            NOT = RG-DATE-PRODUCTION
003030        GO TO 2200-EXIT
003040     END-IF.
003050     MOVE 'T' TO W-DM-ETAT (W-IDX-DEM).
003060     MOVE RG-PROGRAMME TO W-DM-PROGRAMME (W-IDX-DEM).
003070     MOVE RG-DATE-PRODUCTION TO W-DM-DATE-PROD (W-IDX-DEM).
003080     MOVE RG-HEURE-PRODUCTION TO W-DM-HEURE-PROD (W-IDX-DEM).
003090     MOVE RG-LANGUE TO W-DM-LANGUE (W-IDX-DEM).
003100     MOVE RG-CANAL TO W-DM-CANAL (W-IDX-DEM).
003110     MOVE RG-RANG-DEBUT TO W-DM-RANG-DEBUT (W-IDX-DEM).
003120     MOVE RG-NB-LIGNES TO W-DM-NB-LIGNES (W-IDX-DEM).
003130     COMPUTE W-DM-RANG-FIN (W-IDX-DEM) =
003140        RG-RANG-DEBUT + RG-NB-LIGNES - 1.
003150 2200-EXIT.
003160     EXIT.
003170*****************************************************************
003180*    3000-EXTRAIRE-ARCHIVE - L'ARCHIVE EST LUE UNE FOIS ; CHAQUE
003190*    LIGNE APPARTENANT A UN DOCUMENT DEMANDE (MEME PASSAGE, RANG
003200*    DANS LES BORNES) EST VERSEE AU FLUX DE REEDITION.
003210*****************************************************************
003220 3000-EXTRAIRE-ARCHIVE.
003230     IF W-NB-DEMANDES = ZERO
003240        GO TO 3000-EXIT
003250     END-IF.
003260     OPEN INPUT DOC-ARCH.
003270     IF NOT DOC-ARCH-OK
003280        DISPLAY 'HZDP0001 - DOC-ARCH INDISPONIBLE - STATUT '
003290            W-DOC-ARCH-STATUS
003300        MOVE 8 TO RETURN-CODE
003310        GO TO 3000-EXIT
003320     END-IF.
003330     PERFORM 3100-LIRE-ARCHIVE THRU 3100-EXIT
003340        UNTIL FIN-ARCHIVE.
003350     CLOSE DOC-ARCH.
003360 3000-EXIT.
003370     EXIT.
003380 3100-LIRE-ARCHIVE.
003390     READ DOC-ARCH
003400        AT END
003410           MOVE 'O' TO W-FIN-ARCHIVE
003420           GO TO 3100-EXIT
003430     END-READ.
003440     ADD 1 TO W-NB-LUS.
003450     MOVE 'N' TO W-LIGNE-REEDITEE-SW.
003460     PERFORM 3200-RAPPROCHER-LIGNE THRU 3200-EXIT
003470        VARYING W-IDX-DEM FROM 1 BY 1
003480        UNTIL W-IDX-DEM > W-NB-DEMANDES
003490           OR LIGNE-REEDITEE.
003500 3100-EXIT.
003510     EXIT.
003520 3200-RAPPROCHER-LIGNE.
003530     IF NOT W-DM-TROUVEE (W-IDX-DEM)
003540        GO TO 3200-EXIT
003550     END-IF.
003560     IF AR-PROGRAMME NOT = W-DM-PROGRAMME (W-IDX-DEM)
003570        OR AR-DATE-PRODUCTION NOT = W-DM-DATE-PROD (W-IDX-DEM)
003580        OR AR-HEURE-PRODUCTION NOT = W-DM-HEURE-PROD (W-IDX-DEM)
003590        GO TO 3200-EXIT
003600     END-IF.
003610     IF AR-RANG < W-DM-RANG-DEBUT (W-IDX-DEM)
003620        OR AR-RANG > W-DM-RANG-FIN (W-IDX-DEM)
003630        GO TO 3200-EXIT
003640     END-IF.
003650     MOVE 'O' TO W-LIGNE-REEDITEE-SW.
003660     IF W-DM-NB-REEDITEES (W-IDX-DEM) = ZERO
003670        PERFORM 3300-ECRIRE-BANDEAU THRU 3300-EXIT
003680     END-IF.
003690     MOVE AR-LIGNE TO DP-PRNT-LIGNE.
003700     IF DP-PRNT-LIGNE (120:13) = SPACES
003710        MOVE '**DUPLICATA**' TO DP-PRNT-LIGNE (120:13)
003720     END-IF.
003730     WRITE DP-PRNT-LIGNE.
003740     ADD 1 TO W-DM-NB-REEDITEES (W-IDX-DEM).
003750     ADD 1 TO W-NB-LIGNES-REEDITEES.
003760 3200-EXIT.
003770     EXIT.
003780*****************************************************************
003790*    3300-ECRIRE-BANDEAU - DEUX LIGNES 'DUPLICATA' EN TETE DU
003800*    DOCUMENT REEDITE : DOCUMENT DEMANDE ET DATE DE REEDITION,
003810*    PUIS PRODUCTION D'ORIGINE (DATE, PROGRAMME, CANAL, LANGUE).
003820*****************************************************************
003830 3300-ECRIRE-BANDEAU.
003840     MOVE SPACES TO DP-PRNT-LIGNE.
003850     STRING '*** DUPLICATA *** ' DELIMITED BY SIZE
003860         W-DM-TYPE-DOC (W-IDX-DEM) DELIMITED BY SIZE
003870         ' ADHERENT ' DELIMITED BY SIZE
003880         W-DM-COADHF (W-IDX-DEM) DELIMITED BY SIZE
003890         ' PERIODE ' DELIMITED BY SIZE
003900         W-DM-PERIODE (W-IDX-DEM) DELIMITED BY SIZE
003910         ' - REEDITE LE ' DELIMITED BY SIZE
003920         W-DATE-JOUR DELIMITED BY SIZE
003930         INTO DP-PRNT-LIGNE
003940     END-STRING.
003950     WRITE DP-PRNT-LIGNE.
003960     MOVE SPACES TO DP-PRNT-LIGNE.
003970     STRING '*** DUPLICATA *** ORIGINAL DU ' DELIMITED BY SIZE
003980         W-DM-DATE-PROD (W-IDX-DEM) DELIMITED BY SIZE
003990         ' PAR ' DELIMITED BY SIZE
004000         W-DM-PROGRAMME (W-IDX-DEM) DELIMITED BY SIZE
004010         ' - CANAL ' DELIMITED BY SIZE
004020         W-DM-CANAL (W-IDX-DEM) DELIMITED BY SIZE
004030         ' - LANGUE ' DELIMITED BY SIZE
004040         W-DM-LANGUE (W-IDX-DEM) DELIMITED BY SIZE
004050         INTO DP-PRNT-LIGNE
004060     END-STRING.
004070     WRITE DP-PRNT-LIGNE.
004080     ADD 1 TO W-NB-REEDITES.
004090 3300-EXIT.
004100     EXIT.
004110*****************************************************************
004120*    7000-EDITER-COMPTE-RENDU - SORT DE CHAQUE DEMANDE : REEDITE,
004130*    ABSENT DU REGISTRE, OU INCOMPLET (LIGNES MANQUANTES A
004140*    L'ARCHIVE). LES DEUX DERNIERS CAS PORTENT LE CODE A 4.
004150*****************************************************************
004160 7000-EDITER-COMPTE-RENDU.
004170     IF W-NB-DEMANDES > ZERO
004180        PERFORM 7100-EDITER-UNE-DEMANDE THRU 7100-EXIT
004190           VARYING W-IDX-DEM FROM 1 BY 1
004200           UNTIL W-IDX-DEM > W-NB-DEMANDES
004210     END-IF.
004220     MOVE SPACES TO W-LIGNE-TRAVAIL.
004230     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
004240     MOVE W-NB-DEMANDES TO W-NB-EDIT.
004250     MOVE W-NB-REEDITES TO W-NB-EDIT-2.
004260     MOVE SPACES TO W-LIGNE-TRAVAIL.
004270     STRING 'DEMANDES : ' DELIMITED BY SIZE
004280         W-NB-EDIT DELIMITED BY SIZE
004290         '   DOCUMENTS REEDITES : ' DELIMITED BY SIZE
004300         W-NB-EDIT-2 DELIMITED BY SIZE
004310         INTO W-LIGNE-TRAVAIL
004320     END-STRING.
004330     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
004340     MOVE W-NB-ABSENTS TO W-NB-EDIT.
004350     MOVE W-NB-INCOMPLETS TO W-NB-EDIT-2.
004360     MOVE SPACES TO W-LIGNE-TRAVAIL.
004370     STRING 'ABSENTS DU REGISTRE : ' DELIMITED BY SIZE
004380         W-NB-EDIT DELIMITED BY SIZE
004390         '   INCOMPLETS : ' DELIMITED BY SIZE
004400         W-NB-EDIT-2 DELIMITED BY SIZE
004410         INTO W-LIGNE-TRAVAIL
004420     END-STRING.
004430     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
004440 7000-EXIT.
004450     EXIT.
004460 7100-EDITER-UNE-DEMANDE.
004470     MOVE SPACES TO W-LIGNE-TRAVAIL.
004480     MOVE W-DM-COADHF (W-IDX-DEM) TO W-LIGNE-TRAVAIL (1:9).
004490     MOVE W-DM-TYPE-DOC (W-IDX-DEM) TO W-LIGNE-TRAVAIL (11:2).
004500     MOVE W-DM-PERIODE (W-IDX-DEM) TO W-LIGNE-TRAVAIL (14:10).
004510     IF NOT W-DM-TROUVEE (W-IDX-DEM)
004520        ADD 1 TO W-NB-ABSENTS
004530        MOVE 'ABSENT DU REGISTRE' TO W-LIGNE-TRAVAIL (25:18)
004540        IF RETURN-CODE < 4
004550           MOVE 4 TO RETURN-CODE
004560        END-IF
004570        GO TO 7100-ECRIRE
004580     END-IF.
004590     MOVE 25 TO W-POINTEUR.
004600     MOVE W-DM-NB-REEDITEES (W-IDX-DEM) TO W-NB-EDIT.
004610     MOVE W-DM-NB-LIGNES (W-IDX-DEM) TO W-NB-EDIT-2.
004620     IF W-DM-NB-REEDITEES (W-IDX-DEM)
004630        = W-DM-NB-LIGNES (W-IDX-DEM)
004640        STRING 'REEDITE - ' DELIMITED BY SIZE
004650            W-NB-EDIT DELIMITED BY SIZE
004660            ' LIGNE(S) - ORIGINAL DU ' DELIMITED BY SIZE
004670            W-DM-DATE-PROD (W-IDX-DEM) DELIMITED BY SIZE
004680            ' PAR ' DELIMITED BY SIZE
004690            W-DM-PROGRAMME (W-IDX-DEM) DELIMITED BY SIZE
004700            INTO W-LIGNE-TRAVAIL WITH POINTER W-POINTEUR
004710        END-STRING
004720     ELSE
004730        ADD 1 TO W-NB-INCOMPLETS
004740        STRING 'INCOMPLET - ' DELIMITED BY SIZE
004750            W-NB-EDIT DELIMITED BY SIZE
004760            ' SUR ' DELIMITED BY SIZE
004770            W-NB-EDIT-2 DELIMITED BY SIZE
004780            ' LIGNE(S) RETROUVEES A L''ARCHIVE'
004790            DELIMITED BY SIZE
004800            INTO W-LIGNE-TRAVAIL WITH POINTER W-POINTEUR
004810        END-STRING
004820        IF RETURN-CODE < 4
004830           MOVE 4 TO RETURN-CODE
004840        END-IF
004850     END-IF.
004860 7100-ECRIRE.
004870     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
004880 7100-EXIT.
004890     EXIT.
004900 7900-ECRIRE-LIGNE.
004910     MOVE W-LIGNE-TRAVAIL TO DP-RPRT-LIGNE.
004920     WRITE DP-RPRT-LIGNE.
004930 7900-EXIT.
004940     EXIT.
004950 8000-TERMINE.
004960     CLOSE DP-PRNT DP-RPRT.
004970     MOVE W-NB-REEDITES TO W-NB-EDIT.
004980     DISPLAY 'HZDP0001 - DOCUMENTS REEDITES : ' W-NB-EDIT.
004990     MOVE W-NB-ABSENTS TO W-NB-EDIT.
005000     DISPLAY 'HZDP0001 - DEMANDES ABSENTES DU REGISTRE : '
005010         W-NB-EDIT.
005020     MOVE W-NB-INCOMPLETS TO W-NB-EDIT.
005030     DISPLAY 'HZDP0001 - DOCUMENTS INCOMPLETS : ' W-NB-EDIT.
005040 8000-EXIT.
005050     EXIT.
