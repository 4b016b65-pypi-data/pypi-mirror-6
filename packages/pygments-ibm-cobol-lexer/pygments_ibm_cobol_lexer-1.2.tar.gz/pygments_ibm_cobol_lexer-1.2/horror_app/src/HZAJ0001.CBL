000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZAJ0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. APPLICATION DES RETOURS DE L'AGENCE DE RECOUVREMENT.
000080     CHAQUE LIGNE DU FICHIER AG-RET PORTE UN POSTE CONFIE PAR
000090     HZAG0001 (REGISTRE AG-REG), LE MONTANT RECOUVRE, LA
000100     COMMISSION DE L'AGENCE ET LE TYPE DE RETOUR : 'R'
000110     RECOUVREMENT (LE POSTE EST SOLDE 'S' OU RESTE PARTIEL 'P'
000120     ET CONFIE) OU 'I' CLOTURE IRRECOUVRABLE (LE RECOUVRE
000130     EVENTUEL EST IMPUTE, LE RESTE DU EST PASSE EN PERTE ET LE
000140     POSTE FERME AU STATUT 'I').
000148     LES POSTES SONT REECRITS PAR CLE DANS LE MAITRE OUV-MAST,
000156     LE REGISTRE DES POSTES ENCORE CONFIES EST RECOPIE SUR
000164     AG-REG-NV (SUBSTITUE PAR L'EXPLOITATION). LES ECRITURES DU
000173     JOUR PARTENT SUR GL-POST PAR LES ENTREES DU PLAN CPT-MAP :
000182     'AGREC' POUR LE RECOUVRE (AGENCE AU DEBIT, CLIENT AU
000191     CREDIT), 'AGCOM' POUR LA COMMISSION (CHARGE AU DEBIT, AGENCE
000200     AU CREDIT) ET 'PERTE' POUR LES CLOTURES IRRECOUVRABLES,
000209     COMME HZPP0001.
000220     LE RAPPORT AJ-RPRT LISTE LES RETOURS APPLIQUES ET REJETES.
000230*****************************************************************
000240*    HISTORIQUE DES MODIFICATIONS
000250*    --------------------------------------------------------
000260*    DATE       AUTEUR  DESCRIPTION
000270*    --------   ------  -------------------------------------
000280*    15/10/2026 EBA     CREATION.
000282*    15/10/2026 EBA     POSTE LU ET REECRIT PAR CLE DANS LE
000284*                       MAITRE INDEXE OUV-MAST (OUVMSTC) : PLUS DE
000286*                       TABLE DE 1000 POSTES NI DE RECOPIE SUR
000288*                       OUV-ITEMS-NV.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT AG-RET ASSIGN TO AGRET
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-AG-RET-STATUS.
000405     SELECT OUV-MAST ASSIGN TO OUVMAST
000410         ORGANIZATION INDEXED
000415         ACCESS MODE RANDOM
000420         RECORD KEY OV-NUMERO-FACTURE
000425         ALTERNATE RECORD KEY OV-COADHF WITH DUPLICATES
000430         FILE STATUS W-OUV-MAST-STATUS.
000440     SELECT AG-REG ASSIGN TO AGREG
000450         ORGANIZATION SEQUENTIAL
000460         FILE STATUS W-AG-REG-STATUS.
000470     SELECT CPT-MAP ASSIGN TO CPTMAP
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-CPT-MAP-STATUS.
000530     SELECT AG-REG-NV ASSIGN TO AGREGNV
000540         ORGANIZATION SEQUENTIAL
000550         FILE STATUS W-AG-REG-NV-STATUS.
000560     SELECT GL-POST ASSIGN TO GLPOST
000570         ORGANIZATION SEQUENTIAL
000580         FILE STATUS W-GL-POST-STATUS.
000590     SELECT AJ-RPRT ASSIGN TO AJRPRT
000600         ORGANIZATION SEQUENTIAL
000610         FILE STATUS W-AJ-RPRT-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640*****************************************************************
000650*    AG-RET - RETOURS DE L'AGENCE : FACTURE, ADHERENT, TYPE ('R'
000660*    RECOUVREMENT / 'I' IRRECOUVRABLE), DATE, MONTANT RECOUVRE ET
000670*    COMMISSION RETENUE PAR L'AGENCE.
000680*****************************************************************
000690 FD  AG-RET
000700     LABEL RECORD STANDARD
000710     DATA RECORD AG-RET-LIGNE.
000720 01  AG-RET-LIGNE.
000730     05  RT-NUMERO-FACTURE       PIC 9(08).
000740     05  RT-COADHF               PIC X(09).
000750     05  RT-TYPE                 PIC X(01).
000760         88  RT-RECOUVREMENT     VALUE 'R'.
000770         88  RT-IRRECOUVRABLE    VALUE 'I'.
000780     05  RT-DATE                 PIC 9(08).
000790     05  RT-MONTANT-RECOUVRE     PIC S9(11)V99
000800                                 SIGN LEADING SEPARATE.
000810     05  RT-COMMISSION           PIC S9(11)V99
000820                                 SIGN LEADING SEPARATE.
000830*****************************************************************
000850*    OUV-MAST - MAITRE DES POSTES CLIENTS, LU PAR NUMERO DE
000870*    FACTURE.
000890*****************************************************************
000910 FD  OUV-MAST
000930     LABEL RECORD STANDARD
000950     DATA RECORD OUV-MAST-ENREG.
000970 COPY OUVMSTC.
000990*****************************************************************
001000*    AG-REG - REGISTRE DES POSTES CONFIES, MEME DESSIN QUE DANS
001010*    HZAG0001.
001020*****************************************************************
001030 FD  AG-REG
001040     LABEL RECORD STANDARD
001050     DATA RECORD AG-REG-LIGNE.
001060 01  AG-REG-LIGNE.
001070     05  CR-NUMERO-FACTURE       PIC 9(08).
001080     05  CR-COADHF               PIC X(09).
001090     05  CR-COETBL               PIC X(05).
001100     05  CR-DATE-REMISE          PIC 9(08).
001110     05  CR-MONTANT-CONFIE       PIC S9(11)V99
001120                                 SIGN LEADING SEPARATE.
001130     05  CR-MONTANT-RECOUVRE     PIC S9(11)V99
001140                                 SIGN LEADING SEPARATE.
001150 FD  CPT-MAP
001160     LABEL RECORD STANDARD
001170     DATA RECORD CPT-MAP-LIGNE.
001180 01  CPT-MAP-LIGNE.
001190     05  CM-COANAL               PIC X(05).
001200     05  CM-COMPTE-DEBIT         PIC X(10).
001210     05  CM-COMPTE-CREDIT        PIC X(10).
001220     05  CM-ENTITE               PIC X(02).
001270 FD  AG-REG-NV
001280     LABEL RECORD STANDARD
001290     DATA RECORD AG-REG-NV-LIGNE.
001300 01  AG-REG-NV-LIGNE             PIC X(58).
001310 FD  GL-POST
001320     LABEL RECORD STANDARD
001330     DATA RECORD GL-POST-LIGNE.
001340 01  GL-POST-LIGNE.
001350     05  GP-DATE                 PIC 9(08).
001360     05  GP-COMPTE               PIC X(10).
001370     05  GP-SENS                 PIC X(01).
001380     05  GP-MONTANT              PIC S9(11)V99
001390                                 SIGN LEADING SEPARATE.
001400     05  GP-LIBELLE              PIC X(30).
001410 FD  AJ-RPRT
001420     LABEL RECORD STANDARD
001430     DATA RECORD AJ-RPRT-LIGNE.
001440 01  AJ-RPRT-LIGNE               PIC X(132).
001450 WORKING-STORAGE SECTION.
001460 01  W-AG-RET-STATUS             PIC XX.
001470     88  AG-RET-OK               VALUE '00'.
001480     88  AG-RET-FIN              VALUE '10'.
001486 01  W-OUV-MAST-STATUS           PIC XX.
001492     88  OUV-MAST-OK             VALUE '00'.
001498 01  W-OUV-MAST-OUVERT           PIC X VALUE 'N'.
001504     88  OUV-MAST-OUVERT         VALUE 'O'.
001510 01  W-AG-REG-STATUS             PIC XX.
001520     88  AG-REG-OK               VALUE '00'.
001530 01  W-CPT-MAP-STATUS            PIC XX.
001540     88  CPT-MAP-OK              VALUE '00'.
001560 01  W-AG-REG-NV-STATUS          PIC XX.
001570 01  W-GL-POST-STATUS            PIC XX.
001580 01  W-AJ-RPRT-STATUS            PIC XX.
001590 01  W-FIN-RET                   PIC X VALUE 'N'.
001600     88  FIN-RET                 VALUE 'O'.
001630 01  W-FIN-AGENCE                PIC X VALUE 'N'.
001640     88  FIN-AGENCE              VALUE 'O'.
001650 01  W-FIN-MAP                   PIC X VALUE 'N'.
001660     88  FIN-MAP                 VALUE 'O'.
001820*****************************************************************
001830*    REGISTRE DES POSTES CONFIES EN TABLE (1000 AU PLUS), MARQUE
001840*    DE CLOTURE POUR LES POSTES SOLDES OU PASSES EN PERTE.
001850*****************************************************************
001860 01  W-NB-CONFIES                PIC 9(04) COMP VALUE ZERO.
001870 01  W-TAB-CONFIES.
001880     05  W-CF-ENTREE OCCURS 1000 TIMES
001890             INDEXED BY W-IDX-CF.
001900         10  W-CF-FACTURE        PIC 9(08).
001910         10  W-CF-COADHF         PIC X(09).
001920         10  W-CF-COETBL         PIC X(05).
001930         10  W-CF-DATE-REMISE    PIC 9(08).
001940         10  W-CF-CONFIE         PIC S9(11)V99 COMP-3.
001950         10  W-CF-RECOUVRE       PIC S9(11)V99 COMP-3.
001960         10  W-CF-CLOS           PIC X(01).
001970*****************************************************************
001980*    COMPTES DES ENTREES 'AGREC', 'AGCOM' ET 'PERTE' DU PLAN
001990*    CPT-MAP.
002000*****************************************************************
002010 01  W-COMPTE-AGENCE             PIC X(10) VALUE SPACES.
002020 01  W-COMPTE-CLIENT             PIC X(10) VALUE SPACES.
002030 01  W-COMPTE-COMMISSION         PIC X(10) VALUE SPACES.
002040 01  W-COMPTE-AGENCE-COM         PIC X(10) VALUE SPACES.
002050 01  W-COMPTE-PERTE              PIC X(10) VALUE SPACES.
002060 01  W-COMPTE-CLIENT-PERTE       PIC X(10) VALUE SPACES.
002070 01  W-SWITCHES.
002080     05  W-POSTE-TROUVE-SW       PIC X VALUE 'N'.
002090         88  POSTE-TROUVE        VALUE 'O'.
002100     05  W-CONFIE-TROUVE-SW      PIC X VALUE 'N'.
002110         88  CONFIE-TROUVE       VALUE 'O'.
002120 01  W-MOTIF-REJET               PIC X(40) VALUE SPACES.
002130 01  W-DISPOSITION               PIC X(10) VALUE SPACES.
002140 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
002150 01  W-RESTE-DU                  PIC S9(11)V99 COMP-3 VALUE 0.
002160 01  W-PERTE                     PIC S9(11)V99 COMP-3 VALUE 0.
002170 01  W-NB-RETOURS                PIC 9(05) COMP VALUE ZERO.
002180 01  W-NB-SOLDES                 PIC 9(05) COMP VALUE ZERO.
002190 01  W-NB-PARTIELS               PIC 9(05) COMP VALUE ZERO.
002200 01  W-NB-PERTES                 PIC 9(05) COMP VALUE ZERO.
002210 01  W-NB-REJETES                PIC 9(05) COMP VALUE ZERO.
002220 01  W-TOTAL-RECOUVRE            PIC S9(13)V99 COMP-3 VALUE 0.
002230 01  W-TOTAL-COMMISSION          PIC S9(13)V99 COMP-3 VALUE 0.
002240 01  W-TOTAL-PERTE               PIC S9(13)V99 COMP-3 VALUE 0.
002250 01  W-IDX-EDIT                  PIC 9(04) COMP VALUE ZERO.
002260 01  W-NB-EDIT                   PIC Z(04)9.
002270 01  W-MT-EDIT                   PIC -(12)9,99.
002280 01  W-MT-EDIT-2                 PIC -(12)9,99.
002290 01  W-LIGNE-TRAVAIL             PIC X(132).
002300 PROCEDURE DIVISION.
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002330     PERFORM 1500-OUVRIR-POSTES THRU 1500-EXIT.
002340     PERFORM 1600-CHARGER-REGISTRE THRU 1600-EXIT.
002350     PERFORM 1700-CHARGER-COMPTES THRU 1700-EXIT.
002360     PERFORM 3000-TRAITER-RETOUR THRU 3000-EXIT
002375        UNTIL FIN-RET.
002390     PERFORM 7200-REECRIRE-REGISTRE THRU 7200-EXIT.
002400     PERFORM 7500-ECRIRE-GL THRU 7500-EXIT.
002410     PERFORM 8000-TERMINE THRU 8000-EXIT.
002420     GOBACK.
002430 1000-INITIALISE.
002440     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
002450     OPEN INPUT AG-RET.
002460     OPEN OUTPUT AG-REG-NV AJ-RPRT.
002470     MOVE SPACES TO W-LIGNE-TRAVAIL.
002480     STRING 'RETOURS DE L''AGENCE DE RECOUVREMENT DU '
002490         DELIMITED BY SIZE
002500         W-DATE-JOUR-CCYYMMDD DELIMITED BY SIZE
002510         INTO W-LIGNE-TRAVAIL
002520     END-STRING.
002530     MOVE W-LIGNE-TRAVAIL TO AJ-RPRT-LIGNE.
002540     WRITE AJ-RPRT-LIGNE.
002550     IF NOT AG-RET-OK
002560        DISPLAY 'HZAJ0001 - AG-RET INDISPONIBLE, REGISTRE '
002570            'RECOPIE SANS RETOUR - STATUT '
002580            W-AG-RET-STATUS
002590        MOVE 'O' TO W-FIN-RET
002600        GO TO 1000-EXIT
002610     END-IF.
002620     READ AG-RET
002630        AT END MOVE 'O' TO W-FIN-RET.
002640 1000-EXIT.
002650     EXIT.
002679 1500-OUVRIR-POSTES.
002708     OPEN I-O OUV-MAST.
002737     IF NOT OUV-MAST-OK
002766        DISPLAY 'HZAJ0001 - OUV-MAST INDISPONIBLE - STATUT '
002795            W-OUV-MAST-STATUS
002824        MOVE 8 TO RETURN-CODE
002853        GO TO 1500-EXIT
002882     END-IF.
002911     MOVE 'O' TO W-OUV-MAST-OUVERT.
002940 1500-EXIT.
002969     EXIT.
003000 1600-CHARGER-REGISTRE.
003010     OPEN INPUT AG-REG.
003020     IF NOT AG-REG-OK
003030        DISPLAY 'HZAJ0001 - AG-REG INDISPONIBLE, AUCUN POSTE '
003040            'CONFIE - STATUT ' W-AG-REG-STATUS
003050        MOVE 4 TO RETURN-CODE
003060        GO TO 1600-EXIT
003070     END-IF.
003080     PERFORM UNTIL FIN-AGENCE
003090        READ AG-REG
003100           AT END SET FIN-AGENCE TO TRUE
003110           NOT AT END PERFORM 1610-EMPILER-CONFIE THRU 1610-EXIT
003120        END-READ
003130     END-PERFORM.
003140     CLOSE AG-REG.
003150 1600-EXIT.
003160     EXIT.
003170 1610-EMPILER-CONFIE.
003180     IF W-NB-CONFIES < 1000
003190        ADD 1 TO W-NB-CONFIES
003200        MOVE CR-NUMERO-FACTURE TO W-CF-FACTURE (W-NB-CONFIES)
003210        MOVE CR-COADHF TO W-CF-COADHF (W-NB-CONFIES)
003220        MOVE CR-COETBL TO W-CF-COETBL (W-NB-CONFIES)
003230        MOVE CR-DATE-REMISE TO W-CF-DATE-REMISE (W-NB-CONFIES)
003240        MOVE CR-MONTANT-CONFIE TO W-CF-CONFIE (W-NB-CONFIES)
003250        MOVE CR-MONTANT-RECOUVRE TO W-CF-RECOUVRE (W-NB-CONFIES)
003260        MOVE 'N' TO W-CF-CLOS (W-NB-CONFIES)
003270     ELSE
003280        DISPLAY 'HZAJ0001 - TABLE DES POSTES CONFIES PLEINE '
003290            '(1000) - ENTREE IGNOREE : ' CR-NUMERO-FACTURE
003300        MOVE 8 TO RETURN-CODE
003310     END-IF.
003320 1610-EXIT.
003330     EXIT.
003340*****************************************************************
003350*    1700-CHARGER-COMPTES - ENTREES 'AGREC', 'AGCOM' ET 'PERTE'
003360*    DU PLAN CPT-MAP.
003370*****************************************************************
003380 1700-CHARGER-COMPTES.
003390     OPEN INPUT CPT-MAP.
003400     IF NOT CPT-MAP-OK
003410        DISPLAY 'HZAJ0001 - CPT-MAP INDISPONIBLE - STATUT '
003420            W-CPT-MAP-STATUS
003430        MOVE 8 TO RETURN-CODE
003440        GO TO 1700-EXIT
003450     END-IF.
003460     PERFORM UNTIL FIN-MAP
003470        READ CPT-MAP
003480           AT END SET FIN-MAP TO TRUE
003490           NOT AT END
003500              EVALUATE CM-COANAL
003510                 WHEN 'AGREC'
003520                    MOVE CM-COMPTE-DEBIT TO W-COMPTE-AGENCE
003530                    MOVE CM-COMPTE-CREDIT TO W-COMPTE-CLIENT
003540                 WHEN 'AGCOM'
003550                    MOVE CM-COMPTE-DEBIT TO W-COMPTE-COMMISSION
003560                    MOVE CM-COMPTE-CREDIT TO W-COMPTE-AGENCE-COM
003570                 WHEN 'PERTE'
003580                    MOVE CM-COMPTE-DEBIT TO W-COMPTE-PERTE
003590                    MOVE CM-COMPTE-CREDIT TO W-COMPTE-CLIENT-PERTE
003600                 WHEN OTHER
003610                    CONTINUE
003620              END-EVALUATE
003630        END-READ
003640     END-PERFORM.
003650     CLOSE CPT-MAP.
003660 1700-EXIT.
003670     EXIT.
003680*****************************************************************
003690*    3000-TRAITER-RETOUR - CONTROLES DU RETOUR ; LE PREMIER
003700*    CONTROLE EN ECHEC DONNE LE MOTIF DE REJET. UN POSTE NE SE
003710*    MODIFIE PAS SANS LES COMPTES DE SES ECRITURES.
003720*****************************************************************
003730 3000-TRAITER-RETOUR.
003740     ADD 1 TO W-NB-RETOURS.
003750     MOVE SPACES TO W-MOTIF-REJET.
003760     IF NOT RT-RECOUVREMENT AND NOT RT-IRRECOUVRABLE
003770        MOVE 'TYPE DE RETOUR INCONNU' TO W-MOTIF-REJET
003780        GO TO 3000-REJET
003790     END-IF.
003800     IF RT-MONTANT-RECOUVRE NOT NUMERIC
003810        OR RT-COMMISSION NOT NUMERIC
003820        OR RT-MONTANT-RECOUVRE < ZERO
003830        OR RT-COMMISSION < ZERO
003840        MOVE 'MONTANT RECOUVRE OU COMMISSION INVALIDE'
003850           TO W-MOTIF-REJET
003860        GO TO 3000-REJET
003870     END-IF.
003880     IF RT-RECOUVREMENT AND RT-MONTANT-RECOUVRE = ZERO
003890        MOVE 'RECOUVREMENT SANS MONTANT' TO W-MOTIF-REJET
003900        GO TO 3000-REJET
003910     END-IF.
003920     IF (RT-MONTANT-RECOUVRE > ZERO
003930         AND (W-COMPTE-AGENCE = SPACES
003940              OR W-COMPTE-CLIENT = SPACES))
003950        OR (RT-COMMISSION > ZERO
003960         AND (W-COMPTE-COMMISSION = SPACES
003970              OR W-COMPTE-AGENCE-COM = SPACES))
003980        OR (RT-IRRECOUVRABLE
003990         AND (W-COMPTE-PERTE = SPACES
004000              OR W-COMPTE-CLIENT-PERTE = SPACES))
004010        MOVE 'ENTREE ABSENTE DU PLAN CPT-MAP' TO W-MOTIF-REJET
004020        GO TO 3000-REJET
004030     END-IF.
004040     PERFORM 3100-CHERCHER-CONFIE THRU 3100-EXIT.
004050     IF NOT CONFIE-TROUVE
004060        MOVE 'POSTE NON CONFIE A L''AGENCE' TO W-MOTIF-REJET
004070        GO TO 3000-REJET
004080     END-IF.
004090     IF W-CF-COADHF (W-IDX-CF) NOT = RT-COADHF
004100        MOVE 'ADHERENT NON CONFORME AU POSTE CONFIE'
004110           TO W-MOTIF-REJET
004120        GO TO 3000-REJET
004130     END-IF.
004140     PERFORM 3200-CHERCHER-POSTE THRU 3200-EXIT.
004150     IF NOT POSTE-TROUVE
004160        MOVE 'FACTURE ABSENTE DES POSTES OUVERTS'
004170           TO W-MOTIF-REJET
004180        GO TO 3000-REJET
004190     END-IF.
004200     IF OV-STATUT = 'S'
004210        OR OV-STATUT = 'I'
004220        MOVE 'POSTE DEJA SOLDE OU DEJA PASSE EN PERTE'
004230           TO W-MOTIF-REJET
004240        GO TO 3000-REJET
004250     END-IF.
004265     COMPUTE W-RESTE-DU = OV-MONTANT-TTC - OV-MONTANT-REGLE.
004280     IF RT-MONTANT-RECOUVRE > W-RESTE-DU
004290        MOVE 'RECOUVRE SUPERIEUR AU RESTE DU' TO W-MOTIF-REJET
004300        GO TO 3000-REJET
004310     END-IF.
004320     PERFORM 4000-APPLIQUER-RETOUR THRU 4000-EXIT.
004330     GO TO 3000-SUIVANT.
004340 3000-REJET.
004350     ADD 1 TO W-NB-REJETES.
004360     MOVE SPACES TO W-LIGNE-TRAVAIL.
004370     STRING 'REJET      FACTURE ' DELIMITED BY SIZE
004380         RT-NUMERO-FACTURE DELIMITED BY SIZE
004390         ' ADHERENT ' DELIMITED BY SIZE
004400         RT-COADHF DELIMITED BY SIZE
004410         ' TYPE ' DELIMITED BY SIZE
004420         RT-TYPE DELIMITED BY SIZE
004430         ' : ' DELIMITED BY SIZE
004440         W-MOTIF-REJET DELIMITED BY SIZE
004450         INTO W-LIGNE-TRAVAIL
004460     END-STRING.
004470     MOVE W-LIGNE-TRAVAIL TO AJ-RPRT-LIGNE.
004480     WRITE AJ-RPRT-LIGNE.
004490     IF RETURN-CODE < 4
004500        MOVE 4 TO RETURN-CODE
004510     END-IF.
004520 3000-SUIVANT.
004530     READ AG-RET
004540        AT END MOVE 'O' TO W-FIN-RET.
004550 3000-EXIT.
004560     EXIT.
004570 3100-CHERCHER-CONFIE.
004580     MOVE 'N' TO W-CONFIE-TROUVE-SW.
004590     IF W-NB-CONFIES = ZERO
004600        GO TO 3100-EXIT
004610     END-IF.
004620     SET W-IDX-CF TO 1.
004630     SEARCH W-CF-ENTREE
004640        AT END
004650           CONTINUE
004660        WHEN W-IDX-CF > W-NB-CONFIES
004670           CONTINUE
004680        WHEN W-CF-FACTURE (W-IDX-CF) = RT-NUMERO-FACTURE
004690           AND W-CF-CLOS (W-IDX-CF) = 'N'
004700           MOVE 'O' TO W-CONFIE-TROUVE-SW
004710     END-SEARCH.
004720 3100-EXIT.
004730     EXIT.
004745 3200-CHERCHER-POSTE.
004760     MOVE 'N' TO W-POSTE-TROUVE-SW.
004775     IF NOT OUV-MAST-OUVERT
004790        GO TO 3200-EXIT
004805     END-IF.
004820     MOVE RT-NUMERO-FACTURE TO OV-NUMERO-FACTURE.
004835     READ OUV-MAST
004850        INVALID KEY GO TO 3200-EXIT.
004865     MOVE 'O' TO W-POSTE-TROUVE-SW.
004880 3200-EXIT.
004890     EXIT.
004900*****************************************************************
004910*    4000-APPLIQUER-RETOUR - LE RECOUVRE EST IMPUTE SUR LE POSTE
004920*    ET CUMULE AU REGISTRE. RECOUVREMENT : POSTE SOLDE ('S', SORT
004930*    DU REGISTRE) OU PARTIEL ('P', RESTE CONFIE). IRRECOUVRABLE :
004940*    LE RESTE DU EST PASSE EN PERTE, POSTE FERME AU STATUT 'I' ET
004950*    SORTI DU REGISTRE. LE POSTE EST REECRIT DANS OUV-MAST.
004960*****************************************************************
004970 4000-APPLIQUER-RETOUR.
004980     ADD RT-MONTANT-RECOUVRE TO OV-MONTANT-REGLE.
004990     ADD RT-MONTANT-RECOUVRE TO W-CF-RECOUVRE (W-IDX-CF).
005000     ADD RT-MONTANT-RECOUVRE TO W-TOTAL-RECOUVRE.
005010     ADD RT-COMMISSION TO W-TOTAL-COMMISSION.
005020     COMPUTE W-RESTE-DU = W-RESTE-DU - RT-MONTANT-RECOUVRE.
005030     MOVE ZERO TO W-PERTE.
005040     EVALUATE TRUE
005050        WHEN RT-IRRECOUVRABLE
005060           MOVE W-RESTE-DU TO W-PERTE
005070           ADD W-PERTE TO W-TOTAL-PERTE
005080           MOVE 'I' TO OV-STATUT
005090           MOVE 'O' TO W-CF-CLOS (W-IDX-CF)
005100           MOVE 'PERTE' TO W-DISPOSITION
005110           ADD 1 TO W-NB-PERTES
005120        WHEN W-RESTE-DU NOT > ZERO
005130           MOVE 'S' TO OV-STATUT
005140           MOVE 'O' TO W-CF-CLOS (W-IDX-CF)
005150           MOVE 'SOLDE' TO W-DISPOSITION
005160           ADD 1 TO W-NB-SOLDES
005170        WHEN OTHER
005180           MOVE 'P' TO OV-STATUT
005190           MOVE 'PARTIEL' TO W-DISPOSITION
005197           ADD 1 TO W-NB-PARTIELS
005204     END-EVALUATE.
005211     REWRITE OUV-MAST-ENREG.
005220     MOVE RT-MONTANT-RECOUVRE TO W-MT-EDIT.
005230     MOVE RT-COMMISSION TO W-MT-EDIT-2.
005240     MOVE SPACES TO W-LIGNE-TRAVAIL.
005250     STRING W-DISPOSITION DELIMITED BY SIZE
005260         ' FACTURE ' DELIMITED BY SIZE
005270         RT-NUMERO-FACTURE DELIMITED BY SIZE
005280         ' ADHERENT ' DELIMITED BY SIZE
005290         RT-COADHF DELIMITED BY SIZE
005300         ' RECOUVRE ' DELIMITED BY SIZE
005310         W-MT-EDIT DELIMITED BY SIZE
005320         ' COMMISSION ' DELIMITED BY SIZE
005330         W-MT-EDIT-2 DELIMITED BY SIZE
005340         INTO W-LIGNE-TRAVAIL
005350     END-STRING.
005360     IF W-PERTE NOT = ZERO
005370        MOVE W-PERTE TO W-MT-EDIT
005380        STRING ' PERTE ' DELIMITED BY SIZE
005390            W-MT-EDIT DELIMITED BY SIZE
005400            INTO W-LIGNE-TRAVAIL (105:28)
005410        END-STRING
005420     END-IF.
005430     MOVE W-LIGNE-TRAVAIL TO AJ-RPRT-LIGNE.
005440     WRITE AJ-RPRT-LIGNE.
005450 4000-EXIT.
005460     EXIT.
005670 7200-REECRIRE-REGISTRE.
005680     IF W-NB-CONFIES > ZERO
005690        PERFORM 7300-REECRIRE-UN-CONFIE THRU 7300-EXIT
005700           VARYING W-IDX-EDIT FROM 1 BY 1
005710           UNTIL W-IDX-EDIT > W-NB-CONFIES
005720     END-IF.
005730 7200-EXIT.
005740     EXIT.
005750 7300-REECRIRE-UN-CONFIE.
005760     IF W-CF-CLOS (W-IDX-EDIT) = 'O'
005770        GO TO 7300-EXIT
005780     END-IF.
005790     MOVE W-CF-FACTURE (W-IDX-EDIT) TO CR-NUMERO-FACTURE.
005800     MOVE W-CF-COADHF (W-IDX-EDIT) TO CR-COADHF.
005810     MOVE W-CF-COETBL (W-IDX-EDIT) TO CR-COETBL.
005820     MOVE W-CF-DATE-REMISE (W-IDX-EDIT) TO CR-DATE-REMISE.
005830     MOVE W-CF-CONFIE (W-IDX-EDIT) TO CR-MONTANT-CONFIE.
005840     MOVE W-CF-RECOUVRE (W-IDX-EDIT) TO CR-MONTANT-RECOUVRE.
005850     MOVE AG-REG-LIGNE TO AG-REG-NV-LIGNE.
005860     WRITE AG-REG-NV-LIGNE.
005870 7300-EXIT.
005880     EXIT.
005890*****************************************************************
005900*    7500-ECRIRE-GL - ECRITURES EQUILIBREES POUR LES TOTAUX DU
005910*    JOUR : RECOUVRE, COMMISSION, PERTE.
005920*****************************************************************
005930 7500-ECRIRE-GL.
005940     IF W-TOTAL-RECOUVRE = ZERO
005950        AND W-TOTAL-COMMISSION = ZERO
005960        AND W-TOTAL-PERTE = ZERO
005970        GO TO 7500-EXIT
005980     END-IF.
005990     OPEN OUTPUT GL-POST.
006000     MOVE W-DATE-JOUR-CCYYMMDD TO GP-DATE.
006010     IF W-TOTAL-RECOUVRE NOT = ZERO
006020        MOVE W-TOTAL-RECOUVRE TO GP-MONTANT
006030        MOVE 'RECOUVREMENTS AGENCE' TO GP-LIBELLE
006040        MOVE W-COMPTE-AGENCE TO GP-COMPTE
006050        MOVE 'D' TO GP-SENS
006060        WRITE GL-POST-LIGNE
006070        MOVE W-COMPTE-CLIENT TO GP-COMPTE
006080        MOVE 'C' TO GP-SENS
006090        WRITE GL-POST-LIGNE
006100     END-IF.
006110     IF W-TOTAL-COMMISSION NOT = ZERO
006120        MOVE W-TOTAL-COMMISSION TO GP-MONTANT
006130        MOVE 'COMMISSIONS AGENCE' TO GP-LIBELLE
006140        MOVE W-COMPTE-COMMISSION TO GP-COMPTE
006150        MOVE 'D' TO GP-SENS
006160        WRITE GL-POST-LIGNE
006170        MOVE W-COMPTE-AGENCE-COM TO GP-COMPTE
006180        MOVE 'C' TO GP-SENS
006190        WRITE GL-POST-LIGNE
006200     END-IF.
006210     IF W-TOTAL-PERTE NOT = ZERO
006220        MOVE W-TOTAL-PERTE TO GP-MONTANT
006230        MOVE 'IRRECOUVRABLES AGENCE' TO GP-LIBELLE
006240        MOVE W-COMPTE-PERTE TO GP-COMPTE
006250        MOVE 'D' TO GP-SENS
006260        WRITE GL-POST-LIGNE
006270        MOVE W-COMPTE-CLIENT-PERTE TO GP-COMPTE
006280        MOVE 'C' TO GP-SENS
006290        WRITE GL-POST-LIGNE
006300     END-IF.
006310     CLOSE GL-POST.
006320 7500-EXIT.
006330     EXIT.
006340 8000-TERMINE.
006350     IF AG-RET-OK OR AG-RET-FIN
006360        CLOSE AG-RET
006370     END-IF.
006380     MOVE W-TOTAL-RECOUVRE TO W-MT-EDIT.
006390     MOVE W-TOTAL-COMMISSION TO W-MT-EDIT-2.
006400     MOVE SPACES TO W-LIGNE-TRAVAIL.
006410     STRING 'TOTAL RECOUVRE : ' DELIMITED BY SIZE
006420         W-MT-EDIT DELIMITED BY SIZE
006430         '   TOTAL COMMISSION : ' DELIMITED BY SIZE
006440         W-MT-EDIT-2 DELIMITED BY SIZE
006450         INTO W-LIGNE-TRAVAIL
006460     END-STRING.
006470     MOVE W-LIGNE-TRAVAIL TO AJ-RPRT-LIGNE.
006480     WRITE AJ-RPRT-LIGNE.
006484     IF OUV-MAST-OUVERT
006488        CLOSE OUV-MAST
006492     END-IF.
006496     CLOSE AG-REG-NV AJ-RPRT.
006500     MOVE W-NB-RETOURS TO W-NB-EDIT.
006510     DISPLAY 'HZAJ0001 - RETOURS LUS          : ' W-NB-EDIT.
006520     MOVE W-NB-SOLDES TO W-NB-EDIT.
006530     DISPLAY 'HZAJ0001 - POSTES SOLDES        : ' W-NB-EDIT.
006540     MOVE W-NB-PARTIELS TO W-NB-EDIT.
006550     DISPLAY 'HZAJ0001 - RECOUVREMENTS PARTIELS : ' W-NB-EDIT.
006560     MOVE W-NB-PERTES TO W-NB-EDIT.
006570     DISPLAY 'HZAJ0001 - CLOS IRRECOUVRABLES  : ' W-NB-EDIT.
006580     MOVE W-NB-REJETES TO W-NB-EDIT.
006590     DISPLAY 'HZAJ0001 - RETOURS REJETES      : ' W-NB-EDIT.
006600     MOVE W-TOTAL-PERTE TO W-MT-EDIT.
006610     DISPLAY 'HZAJ0001 - TOTAL PASSE EN PERTE : ' W-MT-EDIT.
006620 8000-EXIT.
006630     EXIT.
