000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZDV0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. REEVALUATION DE FIN DE MOIS DES POSTES OUVERTS EN
000080     DEVISE ETRANGERE : LE RESTE DU EN DEVISE DE CHAQUE POSTE
000090     NON SOLDE ET NON PASSE EN PERTE (OUV-ITEMS, MONTANTS EN
000100     DEVISE SUR OUV-DEV) EST VALORISE AU TAUX DE CLOTURE DEV-TAB
000110     ET COMPARE A SA VALEUR AU TAUX D'ORIGINE. LES GAINS ET LES
000120     PERTES DE CHANGE LATENTS SONT PASSES SUR GL-POST A LA DATE
000130     DE CLOTURE (COMPTES DE L'ENTREE 'CHLAT' DU PLAN CPT-MAP,
000140     CLIENT PAR L'ENTREE 'FACT') ET EXTOURNES AU PREMIER JOUR DU
000150     MOIS SUIVANT, COMME LA PROVISION DE CUT-OFF DE HZCT0001 :
000160     LES POSTES RESTENT TENUS AU TAUX D'ORIGINE ET LE CHANGE
000170     DEFINITIF EST CONSTATE AU PAIEMENT PAR HZPM0001. LE RAPPORT
000180     DV-RPRT DETAILLE LES POSTES REEVALUES.
000190*****************************************************************
000200*    HISTORIQUE DES MODIFICATIONS
000210*    --------------------------------------------------------
000220*    DATE       AUTEUR  DESCRIPTION
000230*    --------   ------  -------------------------------------
000240*    15/10/2026 EBA     CREATION.
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT DV-PARM ASSIGN TO DVPARM
000350         ORGANIZATION SEQUENTIAL
000360         FILE STATUS W-DV-PARM-STATUS.
000370     SELECT OUV-ITEMS ASSIGN TO OUVITEMS
000380         ORGANIZATION SEQUENTIAL
000390         FILE STATUS W-OUV-ITEMS-STATUS.
000400     SELECT OUV-DEV ASSIGN TO OUVDEV
000410         ORGANIZATION SEQUENTIAL
000420         FILE STATUS W-OUV-DEV-STATUS.
000430     SELECT DEV-TAB ASSIGN TO DEVTAB
000440         ORGANIZATION SEQUENTIAL
000450         FILE STATUS W-DEV-TAB-STATUS.
000460     SELECT CPT-MAP ASSIGN TO CPTMAP
000470         ORGANIZATION SEQUENTIAL
000480         FILE STATUS W-CPT-MAP-STATUS.
000490     SELECT GL-POST ASSIGN TO GLPOST
000500         ORGANIZATION SEQUENTIAL
000510         FILE STATUS W-GL-POST-STATUS.
000520     SELECT DV-RPRT ASSIGN TO DVRPRT
000530         ORGANIZATION SEQUENTIAL
000540         FILE STATUS W-DV-RPRT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570*****************************************************************
000580*    DV-PARM - DATE DE CLOTURE ET DATE D'EXTOURNE (PREMIER JOUR
000590*    DU MOIS SUIVANT), AAAAMMJJ, MEME DESSIN QUE CT-PARM.
000600*****************************************************************
000610 FD  DV-PARM
000620     LABEL RECORD STANDARD
000630     DATA RECORD DV-PARM-LIGNE.
000640 01  DV-PARM-LIGNE.
000650     05  DP-DATE-CLOTURE         PIC 9(08).
000660     05  DP-DATE-EXTOURNE        PIC 9(08).
000670*****************************************************************
000680*    OUV-ITEMS - POSTES OUVERTS, MEME DESSIN QUE DANS HZFC0001.
000690*****************************************************************
000700 FD  OUV-ITEMS
000710     LABEL RECORD STANDARD
000720     DATA RECORD OUV-ITEMS-LIGNE.
000730 01  OUV-ITEMS-LIGNE.
000740     05  OV-NUMERO-FACTURE       PIC 9(08).
000750     05  OV-COADHF               PIC X(09).
000760     05  OV-COETBL               PIC X(05).
000770     05  OV-DATE-FACTURE         PIC 9(08).
000780     05  OV-MONTANT-TTC          PIC S9(11)V99
000790                                 SIGN LEADING SEPARATE.
000800     05  OV-MONTANT-REGLE        PIC S9(11)V99
000810                                 SIGN LEADING SEPARATE.
000820     05  OV-STATUT               PIC X(01).
000830*****************************************************************
000840*    OUV-DEV - POSTES OUVERTS EN DEVISE ETRANGERE, MEME DESSIN
000850*    QUE DANS HZFC0001 (DERNIER OUV-DEV-NV DE HZPM0001).
000860*****************************************************************
000870 FD  OUV-DEV
000880     LABEL RECORD STANDARD
000890     DATA RECORD OUV-DEV-LIGNE.
000900 01  OUV-DEV-LIGNE.
000910     05  DO-NUMERO-FACTURE       PIC 9(08).
000920     05  DO-COADHF               PIC X(09).
000930     05  DO-DEVISE               PIC X(03).
000940     05  DO-MONTANT-DEVISE       PIC S9(11)V99
000950                                 SIGN LEADING SEPARATE.
000960     05  DO-REGLE-DEVISE         PIC S9(11)V99
000970                                 SIGN LEADING SEPARATE.
000980     05  DO-TAUX-ORIGINE         PIC 9(03)V9(06).
000990*****************************************************************
001000*    DEV-TAB - TAUX DE CLOTURE PAR DEVISE ETRANGERE, MEME DESSIN
001010*    QUE DANS HORROR.
001020*****************************************************************
001030 FD  DEV-TAB
001040     LABEL RECORD STANDARD
001050     DATA RECORD DEV-TAB-LIGNE.
001060 01  DEV-TAB-LIGNE.
001070     05  DT-DEVISE               PIC X(03).
001080     05  DT-TAUX                 PIC 9(03)V9(06).
001090 FD  CPT-MAP
001100     LABEL RECORD STANDARD
001110     DATA RECORD CPT-MAP-LIGNE.
001120 01  CPT-MAP-LIGNE.
001130     05  CM-COANAL               PIC X(05).
001140     05  CM-COMPTE-DEBIT         PIC X(10).
001150     05  CM-COMPTE-CREDIT        PIC X(10).
001160     05  CM-ENTITE               PIC X(02).
001170 FD  GL-POST
001180     LABEL RECORD STANDARD
001190     DATA RECORD GL-POST-LIGNE.
001200 01  GL-POST-LIGNE.
001210     05  GP-DATE                 PIC 9(08).
001220     05  GP-COMPTE               PIC X(10).
001230     05  GP-SENS                 PIC X(01).
001240     05  GP-MONTANT              PIC S9(11)V99
001250                                 SIGN LEADING SEPARATE.
001260     05  GP-LIBELLE              PIC X(30).
001270 FD  DV-RPRT
001280     LABEL RECORD STANDARD
001290     DATA RECORD DV-RPRT-LIGNE.
001300 01  DV-RPRT-LIGNE               PIC X(132).
001310 WORKING-STORAGE SECTION.
001320 01  W-DV-PARM-STATUS            PIC XX.
001330     88  DV-PARM-OK              VALUE '00'.
001340 01  W-OUV-ITEMS-STATUS          PIC XX.
001350     88  OUV-ITEMS-OK            VALUE '00'.
001360     88  OUV-ITEMS-FIN           VALUE '10'.
001370 01  W-OUV-DEV-STATUS            PIC XX.
001380     88  OUV-DEV-OK              VALUE '00'.
001390     88  OUV-DEV-FIN             VALUE '10'.
001400 01  W-DEV-TAB-STATUS            PIC XX.
001410     88  DEV-TAB-OK              VALUE '00'.
001420     88  DEV-TAB-FIN             VALUE '10'.
001430 01  W-CPT-MAP-STATUS            PIC XX.
001440     88  CPT-MAP-OK              VALUE '00'.
001450     88  CPT-MAP-FIN             VALUE '10'.
001460 01  W-GL-POST-STATUS            PIC XX.
001470 01  W-DV-RPRT-STATUS            PIC XX.
001480 01  W-FIN-OUV                   PIC X VALUE 'N'.
001490     88  FIN-OUV                 VALUE 'O'.
001500 01  W-DATE-CLOTURE              PIC 9(08) VALUE ZERO.
001510 01  W-DATE-EXTOURNE             PIC 9(08) VALUE ZERO.
001520*****************************************************************
001530*    POSTES EN DEVISE (OUV-DEV, 2000 AU PLUS) ET TAUX DE CLOTURE
001540*    (DEV-TAB, 20 DEVISES AU PLUS).
001550*****************************************************************
001560 01  W-NB-POSTES-DEVISE          PIC 9(04) COMP VALUE ZERO.
001570 01  W-TAB-POSTES-DEVISE.
001580     05  W-PD-ENTREE OCCURS 2000 TIMES
001590             INDEXED BY W-IDX-PD.
001600         10  W-PD-NUMERO         PIC 9(08).
001610         10  W-PD-DEVISE         PIC X(03).
001620         10  W-PD-TTC-DEVISE     PIC S9(11)V99 COMP-3.
001630         10  W-PD-REGLE-DEVISE   PIC S9(11)V99 COMP-3.
001640         10  W-PD-TAUX-ORIGINE   PIC 9(03)V9(06).
001650 01  W-NB-DEVISES                PIC 9(02) COMP VALUE ZERO.
001660 01  W-TAB-DEVISES.
001670     05  W-DV-ENTREE OCCURS 20 TIMES
001680             INDEXED BY W-IDX-DV.
001690         10  W-DV-DEVISE         PIC X(03).
001700         10  W-DV-TAUX           PIC 9(03)V9(06).
001710*****************************************************************
001720*    COMPTES : ENTREE 'CHLAT' DU PLAN CPT-MAP (PERTE DE CHANGE
001730*    LATENTE AU DEBIT, GAIN DE CHANGE LATENT AU CREDIT) ET COMPTE
001740*    CLIENT DE L'ENTREE 'FACT'.
001750*****************************************************************
001760 01  W-COMPTE-CLIENT             PIC X(10) VALUE SPACES.
001770 01  W-COMPTE-PERTE-LATENTE      PIC X(10) VALUE SPACES.
001780 01  W-COMPTE-GAIN-LATENT        PIC X(10) VALUE SPACES.
001790*****************************************************************
001800*    REEVALUATION DU POSTE COURANT ET CUMULS.
001810*****************************************************************
001820 01  W-POSTE-TROUVE-SW           PIC X VALUE 'N'.
001830     88  POSTE-TROUVE            VALUE 'O'.
001840 01  W-TAUX-TROUVE-SW            PIC X VALUE 'N'.
001850     88  TAUX-TROUVE             VALUE 'O'.
001860 01  W-TAUX-CLOTURE              PIC 9(03)V9(06) VALUE ZERO.
001870 01  W-RESTE-DEVISE              PIC S9(11)V99 COMP-3 VALUE 0.
001880 01  W-VALEUR-ORIGINE            PIC S9(11)V99 COMP-3 VALUE 0.
001890 01  W-VALEUR-CLOTURE            PIC S9(11)V99 COMP-3 VALUE 0.
001900 01  W-ECART-CHANGE              PIC S9(11)V99 COMP-3 VALUE 0.
001910 01  W-TOTAL-GAIN                PIC S9(13)V99 COMP-3 VALUE 0.
001920 01  W-TOTAL-PERTE               PIC S9(13)V99 COMP-3 VALUE 0.
001930 01  W-NB-POSTES-LUS             PIC 9(05) COMP VALUE ZERO.
001940 01  W-NB-REEVALUES              PIC 9(05) COMP VALUE ZERO.
001950 01  W-NB-TAUX-ABSENTS           PIC 9(05) COMP VALUE ZERO.
001960 01  W-NB-EDIT                   PIC Z(04)9.
001970 01  W-MT-EDIT                   PIC -(11)9,99.
001980 01  W-MT-EDIT-2                 PIC -(11)9,99.
001990 01  W-MT-EDIT-3                 PIC -(11)9,99.
002000 01  W-TAUX-EDIT                 PIC ZZ9,999999.
002010 01  W-LIGNE-TRAVAIL             PIC X(132).
002020 PROCEDURE DIVISION.
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002050     PERFORM 1500-CHARGER-POSTES-DEVISE THRU 1500-EXIT.
002060     PERFORM 1600-CHARGER-DEVTAB THRU 1600-EXIT.
002070     PERFORM 1700-CHARGER-COMPTES THRU 1700-EXIT.
002080     PERFORM 3000-REEVALUER-POSTE THRU 3000-EXIT
002090        UNTIL FIN-OUV.
002100     PERFORM 7000-EMETTRE-ECARTS THRU 7000-EXIT.
002110     PERFORM 8000-TERMINE THRU 8000-EXIT.
002120     GOBACK.
002130 1000-INITIALISE.
002140     OPEN INPUT DV-PARM.
002150     OPEN INPUT OUV-ITEMS.
002160     OPEN OUTPUT GL-POST DV-RPRT.
002170     IF NOT DV-PARM-OK
002180        DISPLAY 'HZDV0001 - DV-PARM INDISPONIBLE - STATUT '
002190            W-DV-PARM-STATUS
002200        MOVE 8 TO RETURN-CODE
002210        MOVE 'O' TO W-FIN-OUV
002220        GO TO 1000-EXIT
002230     END-IF.
002240     READ DV-PARM
002250        AT END
002260           DISPLAY 'HZDV0001 - DV-PARM VIDE'
002270           MOVE 8 TO RETURN-CODE
002280           MOVE 'O' TO W-FIN-OUV
002290        NOT AT END
002300           MOVE DP-DATE-CLOTURE TO W-DATE-CLOTURE
002310           MOVE DP-DATE-EXTOURNE TO W-DATE-EXTOURNE
002320     END-READ.
002330     CLOSE DV-PARM.
002340     IF NOT OUV-ITEMS-OK
002350        DISPLAY 'HZDV0001 - OUV-ITEMS INDISPONIBLE - STATUT '
002360            W-OUV-ITEMS-STATUS
002370        MOVE 8 TO RETURN-CODE
002380        MOVE 'O' TO W-FIN-OUV
002390     END-IF.
002400 1000-EXIT.
002410     EXIT.
002420*****************************************************************
002430*    1500-CHARGER-POSTES-DEVISE - MONTANTS EN DEVISE DES POSTES.
002440*    FICHIER ABSENT OU VIDE : RIEN A REEVALUER.
002450*****************************************************************
002460 1500-CHARGER-POSTES-DEVISE.
002470     OPEN INPUT OUV-DEV.
002480     IF NOT OUV-DEV-OK
002490        DISPLAY 'HZDV0001 - OUV-DEV INDISPONIBLE, AUCUN POSTE EN '
002500            'DEVISE - STATUT ' W-OUV-DEV-STATUS
002510        MOVE 'O' TO W-FIN-OUV
002520        GO TO 1500-EXIT
002530     END-IF.
002540     PERFORM UNTIL OUV-DEV-FIN
002550        READ OUV-DEV
002560           AT END SET OUV-DEV-FIN TO TRUE
002570           NOT AT END PERFORM 1510-EMPILER-POSTE THRU 1510-EXIT
002580        END-READ
002590     END-PERFORM.
002600     CLOSE OUV-DEV.
002610 1500-EXIT.
002620     EXIT.
002630 1510-EMPILER-POSTE.
002640     IF W-NB-POSTES-DEVISE < 2000
002650        ADD 1 TO W-NB-POSTES-DEVISE
002660        MOVE DO-NUMERO-FACTURE TO W-PD-NUMERO (W-NB-POSTES-DEVISE)
002670        MOVE DO-DEVISE TO W-PD-DEVISE (W-NB-POSTES-DEVISE)
002680        MOVE DO-MONTANT-DEVISE
002690           TO W-PD-TTC-DEVISE (W-NB-POSTES-DEVISE)
002700        MOVE DO-REGLE-DEVISE
002710           TO W-PD-REGLE-DEVISE (W-NB-POSTES-DEVISE)
002720        MOVE DO-TAUX-ORIGINE
002730           TO W-PD-TAUX-ORIGINE (W-NB-POSTES-DEVISE)
002740     ELSE
002750        DISPLAY 'HZDV0001 - TABLE DES POSTES EN DEVISE PLEINE '
002760            '(2000) - POSTE NON REEVALUE : ' DO-NUMERO-FACTURE
002770        MOVE 8 TO RETURN-CODE
002780     END-IF.
002790 1510-EXIT.
002800     EXIT.
002810*****************************************************************
002820*    1600-CHARGER-DEVTAB - TAUX DE CLOTURE, MEME SCHEMA QUE 1521
002830*    DE HORROR. SANS TAUX DE CLOTURE, AUCUNE REEVALUATION (CODE
002840*    8).
002850*****************************************************************
002860 1600-CHARGER-DEVTAB.
002870     IF W-NB-POSTES-DEVISE = ZERO
002880        GO TO 1600-EXIT
002890     END-IF.
002900     OPEN INPUT DEV-TAB.
002910     IF NOT DEV-TAB-OK
002920        DISPLAY 'HZDV0001 - DEV-TAB INDISPONIBLE, AUCUNE '
002930            'REEVALUATION - STATUT ' W-DEV-TAB-STATUS
002940        MOVE 8 TO RETURN-CODE
002950        MOVE 'O' TO W-FIN-OUV
002960        GO TO 1600-EXIT
002970     END-IF.
002980     PERFORM UNTIL DEV-TAB-FIN
002990        READ DEV-TAB
003000           AT END SET DEV-TAB-FIN TO TRUE
003010           NOT AT END PERFORM 1610-EMPILER-DEVISE THRU 1610-EXIT
003020        END-READ
003030     END-PERFORM.
003040     CLOSE DEV-TAB.
003050 1600-EXIT.
003060     EXIT.
003070 1610-EMPILER-DEVISE.
003080     IF DT-TAUX = ZERO
003090        DISPLAY 'HZDV0001 - TAUX NUL POUR LA DEVISE ' DT-DEVISE
003100            ' - ENTREE IGNOREE'
003110        GO TO 1610-EXIT
003120     END-IF.
003130     IF W-NB-DEVISES < 20
003140        ADD 1 TO W-NB-DEVISES
003150        MOVE DT-DEVISE TO W-DV-DEVISE (W-NB-DEVISES)
003160        MOVE DT-TAUX TO W-DV-TAUX (W-NB-DEVISES)
003170     ELSE
003180        DISPLAY 'HZDV0001 - TABLE DEV-TAB PLEINE (20 DEVISES '
003190            'MAXIMUM) - ENTREE IGNOREE : ' DT-DEVISE
003200     END-IF.
003210 1610-EXIT.
003220     EXIT.
003230 1700-CHARGER-COMPTES.
003240     OPEN INPUT CPT-MAP.
003250     IF NOT CPT-MAP-OK
003260        DISPLAY 'HZDV0001 - CPT-MAP INDISPONIBLE - STATUT '
003270            W-CPT-MAP-STATUS
003280        MOVE 8 TO RETURN-CODE
003290        GO TO 1700-EXIT
003300     END-IF.
003310     PERFORM UNTIL CPT-MAP-FIN
003320        READ CPT-MAP
003330           AT END SET CPT-MAP-FIN TO TRUE
003340           NOT AT END
003350              IF CM-COANAL = 'CHLAT'
003360                 MOVE CM-COMPTE-DEBIT TO W-COMPTE-PERTE-LATENTE
003370                 MOVE CM-COMPTE-CREDIT TO W-COMPTE-GAIN-LATENT
003380              END-IF
003390              IF CM-COANAL = 'FACT'
003400                 MOVE CM-COMPTE-DEBIT TO W-COMPTE-CLIENT
003410              END-IF
003420        END-READ
003430     END-PERFORM.
003440     CLOSE CPT-MAP.
003450 1700-EXIT.
003460     EXIT.
003470*****************************************************************
003480*    3000-REEVALUER-POSTE - UN POSTE OUVERT : S'IL EST EN DEVISE,
003490*    NI SOLDE NI PASSE EN PERTE, SON RESTE DU EN DEVISE EST
003500*    VALORISE AU TAUX DE CLOTURE ET COMPARE A SON RESTE DU EN
003510*    DEVISE DU GRAND-LIVRE (VALEUR AU TAUX D'ORIGINE).
003520*****************************************************************
003530 3000-REEVALUER-POSTE.
003540     READ OUV-ITEMS
003550        AT END
003560           MOVE 'O' TO W-FIN-OUV
003570           GO TO 3000-EXIT
003580     END-READ.
003590     ADD 1 TO W-NB-POSTES-LUS.
003600     IF OV-STATUT = 'S' OR OV-STATUT = 'I'
003610        GO TO 3000-EXIT
003620     END-IF.
003630     PERFORM 3100-CHERCHER-POSTE-DEVISE THRU 3100-EXIT.
003640     IF NOT POSTE-TROUVE
003650        GO TO 3000-EXIT
003660     END-IF.
003670     COMPUTE W-RESTE-DEVISE =
003680        W-PD-TTC-DEVISE (W-IDX-PD) - W-PD-REGLE-DEVISE (W-IDX-PD).
003690     IF W-RESTE-DEVISE NOT > ZERO
003700        GO TO 3000-EXIT
003710     END-IF.
003720     PERFORM 3200-CHERCHER-TAUX THRU 3200-EXIT.
003730     IF NOT TAUX-TROUVE
003740        ADD 1 TO W-NB-TAUX-ABSENTS
003750        DISPLAY 'HZDV0001 - TAUX DE CLOTURE ABSENT POUR LA '
003760            'DEVISE ' W-PD-DEVISE (W-IDX-PD) ' - FACTURE '
003770            OV-NUMERO-FACTURE ' NON REEVALUEE'
003780        IF RETURN-CODE < 4
003790           MOVE 4 TO RETURN-CODE
003800        END-IF
003810        GO TO 3000-EXIT
003820     END-IF.
003830     COMPUTE W-VALEUR-ORIGINE =
003840        OV-MONTANT-TTC - OV-MONTANT-REGLE.
003850     COMPUTE W-VALEUR-CLOTURE ROUNDED =
003860        W-RESTE-DEVISE * W-TAUX-CLOTURE.
003870     COMPUTE W-ECART-CHANGE =
003880        W-VALEUR-CLOTURE - W-VALEUR-ORIGINE.
003890     ADD 1 TO W-NB-REEVALUES.
003900     IF W-ECART-CHANGE > ZERO
003910        ADD W-ECART-CHANGE TO W-TOTAL-GAIN
003920     ELSE
003930        SUBTRACT W-ECART-CHANGE FROM W-TOTAL-PERTE
003940     END-IF.
003950     PERFORM 3300-EDITER-POSTE THRU 3300-EXIT.
003960 3000-EXIT.
003970     EXIT.
003980 3100-CHERCHER-POSTE-DEVISE.
003990     MOVE 'N' TO W-POSTE-TROUVE-SW.
004000     IF W-NB-POSTES-DEVISE = ZERO
004010        GO TO 3100-EXIT
004020     END-IF.
004030     SET W-IDX-PD TO 1.
004040     SEARCH W-PD-ENTREE
004050        AT END
004060           CONTINUE
004070        WHEN W-IDX-PD > W-NB-POSTES-DEVISE
004080           CONTINUE
004090        WHEN W-PD-NUMERO (W-IDX-PD) = OV-NUMERO-FACTURE
004100           MOVE 'O' TO W-POSTE-TROUVE-SW
004110     END-SEARCH.
004120 3100-EXIT.
004130     EXIT.
004140 3200-CHERCHER-TAUX.
004150     MOVE 'N' TO W-TAUX-TROUVE-SW.
004160     IF W-NB-DEVISES = ZERO
004170        GO TO 3200-EXIT
004180     END-IF.
004190     SET W-IDX-DV TO 1.
004200     SEARCH W-DV-ENTREE
004210        AT END
004220           CONTINUE
004230        WHEN W-IDX-DV > W-NB-DEVISES
004240           CONTINUE
004250        WHEN W-DV-DEVISE (W-IDX-DV) = W-PD-DEVISE (W-IDX-PD)
004260           MOVE 'O' TO W-TAUX-TROUVE-SW
004270           MOVE W-DV-TAUX (W-IDX-DV) TO W-TAUX-CLOTURE
004280     END-SEARCH.
004290 3200-EXIT.
004300     EXIT.
004310 3300-EDITER-POSTE.
004320     MOVE W-TAUX-CLOTURE TO W-TAUX-EDIT.
004330     MOVE W-RESTE-DEVISE TO W-MT-EDIT.
004340     MOVE W-VALEUR-CLOTURE TO W-MT-EDIT-2.
004350     MOVE W-ECART-CHANGE TO W-MT-EDIT-3.
004360     MOVE SPACES TO W-LIGNE-TRAVAIL.
004370     STRING 'REEVALUE ' DELIMITED BY SIZE
004380         OV-NUMERO-FACTURE DELIMITED BY SIZE
004390         ' ' DELIMITED BY SIZE
004400         OV-COADHF DELIMITED BY SIZE
004410         ' RESTE ' DELIMITED BY SIZE
004420         W-MT-EDIT DELIMITED BY SIZE
004430         ' ' DELIMITED BY SIZE
004440         W-PD-DEVISE (W-IDX-PD) DELIMITED BY SIZE
004450         ' TAUX ' DELIMITED BY SIZE
004460         W-TAUX-EDIT DELIMITED BY SIZE
004470         ' VALEUR ' DELIMITED BY SIZE
004480         W-MT-EDIT-2 DELIMITED BY SIZE
004490         ' ECART ' DELIMITED BY SIZE
004500         W-MT-EDIT-3 DELIMITED BY SIZE
004510         INTO W-LIGNE-TRAVAIL
004520     END-STRING.
004530     MOVE W-LIGNE-TRAVAIL TO DV-RPRT-LIGNE.
004540     WRITE DV-RPRT-LIGNE.
004550 3300-EXIT.
004560     EXIT.
004570*****************************************************************
004580*    7000-EMETTRE-ECARTS - ECRITURES DE CHANGE LATENT A LA DATE
004590*    DE CLOTURE (GAIN : CLIENT AU DEBIT, GAIN LATENT AU CREDIT ;
004600*    PERTE : PERTE LATENTE AU DEBIT, CLIENT AU CREDIT) ET
004610*    EXTOURNE AUTOMATIQUE AU PREMIER JOUR DU MOIS SUIVANT. SANS
004620*    ENTREE 'CHLAT' OU 'FACT' AU PLAN, AUCUNE EMISSION (CODE 8).
004630*****************************************************************
004640 7000-EMETTRE-ECARTS.
004650     IF W-TOTAL-GAIN = ZERO AND W-TOTAL-PERTE = ZERO
004660        DISPLAY 'HZDV0001 - AUCUN ECART DE CHANGE A CONSTATER'
004670        GO TO 7000-EXIT
004680     END-IF.
004690     IF W-COMPTE-PERTE-LATENTE = SPACES
004700        OR W-COMPTE-GAIN-LATENT = SPACES
004710        OR W-COMPTE-CLIENT = SPACES
004720        DISPLAY 'HZDV0001 - ENTREE CHLAT OU FACT ABSENTE DE '
004730            'CPT-MAP - AUCUNE EMISSION'
004740        MOVE 8 TO RETURN-CODE
004750        GO TO 7000-EXIT
004760     END-IF.
004770     IF W-TOTAL-GAIN > ZERO
004780        MOVE W-DATE-CLOTURE TO GP-DATE
004790        MOVE W-COMPTE-CLIENT TO GP-COMPTE
004800        MOVE 'D' TO GP-SENS
004810        MOVE W-TOTAL-GAIN TO GP-MONTANT
004820        MOVE 'GAIN DE CHANGE LATENT' TO GP-LIBELLE
004830        WRITE GL-POST-LIGNE
004840        MOVE W-COMPTE-GAIN-LATENT TO GP-COMPTE
004850        MOVE 'C' TO GP-SENS
004860        WRITE GL-POST-LIGNE
004870        MOVE W-DATE-EXTOURNE TO GP-DATE
004880        MOVE W-COMPTE-GAIN-LATENT TO GP-COMPTE
004890        MOVE 'D' TO GP-SENS
004900        MOVE 'EXTOURNE GAIN CHANGE LATENT' TO GP-LIBELLE
004910        WRITE GL-POST-LIGNE
004920        MOVE W-COMPTE-CLIENT TO GP-COMPTE
004930        MOVE 'C' TO GP-SENS
004940        WRITE GL-POST-LIGNE
004950     END-IF.
004960     IF W-TOTAL-PERTE > ZERO
004970        MOVE W-DATE-CLOTURE TO GP-DATE
004980        MOVE W-COMPTE-PERTE-LATENTE TO GP-COMPTE
004990        MOVE 'D' TO GP-SENS
005000        MOVE W-TOTAL-PERTE TO GP-MONTANT
005010        MOVE 'PERTE DE CHANGE LATENTE' TO GP-LIBELLE
005020        WRITE GL-POST-LIGNE
005030        MOVE W-COMPTE-CLIENT TO GP-COMPTE
005040        MOVE 'C' TO GP-SENS
005050        WRITE GL-POST-LIGNE
005060        MOVE W-DATE-EXTOURNE TO GP-DATE
005070        MOVE W-COMPTE-CLIENT TO GP-COMPTE
005080        MOVE 'D' TO GP-SENS
005090        MOVE 'EXTOURNE PERTE CHANGE LATENTE' TO GP-LIBELLE
005100        WRITE GL-POST-LIGNE
005110        MOVE W-COMPTE-PERTE-LATENTE TO GP-COMPTE
005120        MOVE 'C' TO GP-SENS
005130        WRITE GL-POST-LIGNE
005140     END-IF.
005150 7000-EXIT.
005160     EXIT.
005170 8000-TERMINE.
005180     IF OUV-ITEMS-OK OR OUV-ITEMS-FIN
005190        CLOSE OUV-ITEMS
005200     END-IF.
005210     CLOSE GL-POST DV-RPRT.
005220     MOVE W-NB-POSTES-LUS TO W-NB-EDIT.
005230     DISPLAY 'HZDV0001 - POSTES OUVERTS LUS      : ' W-NB-EDIT.
005240     MOVE W-NB-REEVALUES TO W-NB-EDIT.
005250     DISPLAY 'HZDV0001 - POSTES EN DEVISE REEVALUES : ' W-NB-EDIT.
005260     MOVE W-NB-TAUX-ABSENTS TO W-NB-EDIT.
005270     DISPLAY 'HZDV0001 - POSTES SANS TAUX DE CLOTURE : '
005280         W-NB-EDIT.
005290     MOVE W-TOTAL-GAIN TO W-MT-EDIT.
005300     DISPLAY 'HZDV0001 - GAIN DE CHANGE LATENT   : ' W-MT-EDIT.
005310     MOVE W-TOTAL-PERTE TO W-MT-EDIT.
005320     DISPLAY 'HZDV0001 - PERTE DE CHANGE LATENTE : ' W-MT-EDIT.
005330 8000-EXIT.
005340     EXIT.
