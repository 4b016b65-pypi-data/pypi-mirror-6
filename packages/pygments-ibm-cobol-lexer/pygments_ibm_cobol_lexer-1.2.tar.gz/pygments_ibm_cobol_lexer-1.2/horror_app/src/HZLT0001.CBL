000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZLT0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. TENUE DU REGISTRE DES LITIGES SUR FACTURES (LIT-REG) :
000080     UNE FACTURE CONTESTEE PAR SON ADHERENT Y EST INSCRITE
000090     (FACTURE, ADHERENT, ETABLISSEMENT, DATE D'OUVERTURE, MOTIF,
000100     TTC ET RESTE DU A L'OUVERTURE) ET, TANT QUE LE LITIGE EST
000110     OUVERT, ELLE N'EST NI RELANCEE (HZDU0001), NI PORTEUSE
000120     D'INTERETS DE RETARD (HZIN0001), NI PRELEVEE (HZPV0001).
000130     LES MOUVEMENTS LIT-TRANS ('O' OUVERTURE, 'C' CLOTURE AVEC
000140     L'ISSUE 'F' FONDE, 'R' REJETE OU 'P' PARTIELLEMENT FONDE)
000150     SONT APPLIQUES SUR LE REGISTRE RECOPIE (LIT-REG-NOUVEAU,
000160     SUBSTITUE PAR L'EXPLOITATION), MEME SCHEMA QUE HZLH0001.
000170     UN LITIGE FONDE DONNE UNE DEMANDE D'AVOIR '04' SUR LE TTC
000180     DE LA FACTURE, UN LITIGE PARTIELLEMENT FONDE SUR LE MONTANT
000190     TTC ACCORDE ; LE HT EST DEDUIT AU TAUX DE TVA DE
000200     L'ETABLISSEMENT (TVA-TAB) ET LA DEMANDE PART EN PREFACT
000210     (AVOIRS EMIS PAR HZFC0001, IMPUTES PAR HZPM0001). RAPPORT
000220     LIT-RPRT APPLIQUE/REJETE ET ETAT DU REGISTRE EN FIN D'ETAT.
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
000380     SELECT LIT-REG ASSIGN TO LITREG
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-LIT-REG-STATUS.
000410     SELECT LIT-TRANS ASSIGN TO LITTRANS
000420         ORGANIZATION SEQUENTIAL
000430         FILE STATUS W-LIT-TRANS-STATUS.
000440     SELECT OUV-ITEMS ASSIGN TO OUVITEMS
000450         ORGANIZATION SEQUENTIAL
000460         FILE STATUS W-OUV-ITEMS-STATUS.
000470     SELECT TVA-TAB ASSIGN TO TVATAB
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-TVA-TAB-STATUS.
000500     SELECT LIT-REG-NOUVEAU ASSIGN TO LITREGNV
000510         ORGANIZATION SEQUENTIAL
000520         FILE STATUS W-LIT-REG-NV-STATUS.
000530     SELECT PREFACT ASSIGN TO PREFACT
000540         ORGANIZATION SEQUENTIAL
000550         FILE STATUS W-PREFACT-STATUS.
000560     SELECT LIT-RPRT ASSIGN TO LITRPRT
000570         ORGANIZATION SEQUENTIAL
000580         FILE STATUS W-LIT-RPRT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610*****************************************************************
000620*    LIT-REG - REGISTRE DES LITIGES OUVERTS : UN LITIGE PAR
000630*    ENREGISTREMENT. CONSULTE PAR HZDU0001, HZIN0001 ET HZPV0001
000640*    (FACTURE ECARTEE) ET PAR HZLV0001 (ANCIENNETE).
000650*****************************************************************
000660 FD  LIT-REG
000670     LABEL RECORD STANDARD
000680     DATA RECORD LIT-REG-LIGNE.
000690 01  LIT-REG-LIGNE.
000700     05  LR-NUMERO-FACTURE       PIC 9(08).
000710     05  LR-COADHF               PIC X(09).
000720     05  LR-COETBL               PIC X(05).
000730     05  LR-DATE-OUVERTURE       PIC 9(08).
000740     05  LR-MOTIF                PIC X(30).
000750     05  LR-MONTANT-TTC          PIC S9(11)V99
000760                                 SIGN LEADING SEPARATE.
000770     05  LR-RESTE-DU             PIC S9(11)V99
000780                                 SIGN LEADING SEPARATE.
000790*****************************************************************
000800*    LIT-TRANS - MOUVEMENTS DU REGISTRE SAISIS PAR LE SERVICE
000810*    ADHERENTS : 'O' OUVERTURE (MOTIF), 'C' CLOTURE (ISSUE, ET
000820*    MONTANT TTC ACCORDE POUR UNE ISSUE 'P').
000830*****************************************************************
000840 FD  LIT-TRANS
000850     LABEL RECORD STANDARD
000860     DATA RECORD LIT-TRANS-LIGNE.
000870 01  LIT-TRANS-LIGNE.
000880     05  LX-ACTION               PIC X(01).
000890         88  LX-ACTION-OUVERTURE VALUE 'O'.
000900         88  LX-ACTION-CLOTURE   VALUE 'C'.
000910     05  LX-NUMERO-FACTURE       PIC 9(08).
000920     05  LX-COADHF               PIC X(09).
000930     05  LX-DATE                 PIC 9(08).
000940     05  LX-MOTIF                PIC X(30).
000950     05  LX-ISSUE                PIC X(01).
000960         88  LX-ISSUE-FONDE      VALUE 'F'.
000970         88  LX-ISSUE-REJETE     VALUE 'R'.
000980         88  LX-ISSUE-PARTIEL    VALUE 'P'.
000990     05  LX-MONTANT-ACCORDE      PIC S9(11)V99
001000                                 SIGN LEADING SEPARATE.
001010*****************************************************************
001020*    OUV-ITEMS - POSTES OUVERTS, MEME DESSIN QUE DANS HZFC0001.
001030*****************************************************************
001040 FD  OUV-ITEMS
001050     LABEL RECORD STANDARD
001060     DATA RECORD OUV-ITEMS-LIGNE.
001070 01  OUV-ITEMS-LIGNE.
001080     05  OV-NUMERO-FACTURE       PIC 9(08).
001090     05  OV-COADHF               PIC X(09).
001100     05  OV-COETBL               PIC X(05).
001110     05  OV-DATE-FACTURE         PIC 9(08).
001120     05  OV-MONTANT-TTC          PIC S9(11)V99
001130                                 SIGN LEADING SEPARATE.
001140     05  OV-MONTANT-REGLE        PIC S9(11)V99
001150                                 SIGN LEADING SEPARATE.
001160     05  OV-STATUT               PIC X(01).
001170*****************************************************************
001180*    TVA-TAB - TAUX DE TVA PAR ETABLISSEMENT, MEME DESSIN QUE
001190*    DANS HZFC0001 (CENTIEMES DE POURCENT, EX. 2000 = 20,00).
001200*****************************************************************
001210 FD  TVA-TAB
001220     LABEL RECORD STANDARD
001230     DATA RECORD TVA-TAB-LIGNE.
001240 01  TVA-TAB-LIGNE.
001250     05  TV-COETBL               PIC X(05).
001260     05  TV-TAUX-SAISI           PIC 9(04).
001270 FD  LIT-REG-NOUVEAU
001280     LABEL RECORD STANDARD
001290     DATA RECORD LIT-REG-NV-LIGNE.
001300 01  LIT-REG-NV-LIGNE            PIC X(88).
001310*****************************************************************
001320*    PREFACT - DEMANDES D'AVOIR POUR HZFC0001 : ENTETE '01',
001330*    UNE DEMANDE '04' PAR LITIGE FONDE OU PARTIELLEMENT FONDE,
001340*    PIED '09' (VOLUME ET TOTAL HT).
001350*****************************************************************
001360 FD  PREFACT
001370     LABEL RECORD STANDARD
001380     DATA RECORD PREFACT-LIGNE.
001390 01  PREFACT-LIGNE               PIC X(60).
001400 FD  LIT-RPRT
001410     LABEL RECORD STANDARD
001420     DATA RECORD LIT-RPRT-LIGNE.
001430 01  LIT-RPRT-LIGNE              PIC X(132).
001440 WORKING-STORAGE SECTION.
001450 01  W-LIT-REG-STATUS            PIC XX.
001460     88  LIT-REG-OK              VALUE '00'.
001470     88  LIT-REG-FIN             VALUE '10'.
001480 01  W-LIT-TRANS-STATUS          PIC XX.
001490     88  LIT-TRANS-OK            VALUE '00'.
001500     88  LIT-TRANS-FIN           VALUE '10'.
001510 01  W-OUV-ITEMS-STATUS          PIC XX.
001520     88  OUV-ITEMS-OK            VALUE '00'.
001530     88  OUV-ITEMS-FIN           VALUE '10'.
001540 01  W-TVA-TAB-STATUS            PIC XX.
001550     88  TVA-TAB-OK              VALUE '00'.
001560     88  TVA-TAB-FIN             VALUE '10'.
001570 01  W-LIT-REG-NV-STATUS         PIC XX.
001580 01  W-PREFACT-STATUS            PIC XX.
001590 01  W-LIT-RPRT-STATUS           PIC XX.
001600 01  W-FIN-REGISTRE              PIC X VALUE 'N'.
001610     88  FIN-REGISTRE            VALUE 'O'.
001620 01  W-FIN-TRANS                 PIC X VALUE 'N'.
001630     88  FIN-TRANS               VALUE 'O'.
001640 01  W-FIN-OUV                   PIC X VALUE 'N'.
001650     88  FIN-OUV                 VALUE 'O'.
001660 01  W-FIN-TVA                   PIC X VALUE 'N'.
001670     88  FIN-TVA                 VALUE 'O'.
001680*****************************************************************
001690*    REGISTRE EN TABLE (1000 LITIGES AU PLUS), MARQUE DE CLOTURE.
001700*****************************************************************
001710 01  W-NB-LITIGES                PIC 9(04) COMP VALUE ZERO.
001720 01  W-TAB-LITIGES.
001730     05  W-LR-ENTREE OCCURS 1000 TIMES
001740             INDEXED BY W-IDX-LR.
001750         10  W-LR-FACTURE        PIC 9(08).
001760         10  W-LR-COADHF         PIC X(09).
001770         10  W-LR-COETBL         PIC X(05).
001780         10  W-LR-DATE           PIC 9(08).
001790         10  W-LR-MOTIF          PIC X(30).
001800         10  W-LR-TTC            PIC S9(11)V99 COMP-3.
001810         10  W-LR-RESTE-DU       PIC S9(11)V99 COMP-3.
001820         10  W-LR-CLOS           PIC X(01).
001830*****************************************************************
001840*    POSTES OUVERTS EN TABLE (1000 AU PLUS, MEME BORNE QUE
001850*    HZPM0001) ET TAUX DE TVA PAR ETABLISSEMENT (100 AU PLUS).
001860*****************************************************************
001870 01  W-NB-POSTES                 PIC 9(04) COMP VALUE ZERO.
001880 01  W-TAB-POSTES.
001890     05  W-PO-ENTREE OCCURS 1000 TIMES
001900             INDEXED BY W-IDX-PO.
001910         10  W-PO-NUMERO         PIC 9(08).
001920         10  W-PO-COADHF         PIC X(09).
001930         10  W-PO-COETBL         PIC X(05).
001940         10  W-PO-TTC            PIC S9(11)V99 COMP-3.
001950         10  W-PO-REGLE          PIC S9(11)V99 COMP-3.
001960         10  W-PO-STATUT         PIC X(01).
001970 01  W-NB-TVA                    PIC 9(03) COMP VALUE ZERO.
001980 01  W-TAB-TVA.
001990     05  W-TV-ENTREE OCCURS 100 TIMES
002000             INDEXED BY W-IDX-TV.
002010         10  W-TV-COETBL         PIC X(05).
002020         10  W-TV-TAUX           PIC 9(02)V99.
002030*****************************************************************
002040*    ZONE D'ECHANGE AVEC HZCD0001, MEME DECOUPE QUE DANS HORROR.
002050*****************************************************************
002060 01  W-CD-PARMS.
002070     05  W-CD-COADHF             PIC X(09).
002080     05  W-CD-RESULTAT           PIC X(01).
002090         88  COADHF-VALIDE       VALUE 'O'.
002100 01  W-CD-PROGRAMME              PIC X(08) VALUE 'HZCD0001'.
002110*****************************************************************
002120*    GABARITS DES ENREGISTREMENTS PREFACT : ENTETE ET PIED MEMES
002130*    QUE HZFA0001, DEMANDE D'AVOIR '04' MEME DESSIN QUE HZFC0001.
002140*****************************************************************
002150 01  W-PF-ENTETE.
002160     05  FILLER                  PIC X(02) VALUE '01'.
002170     05  W-PF-DATE               PIC 9(06).
002180     05  FILLER                  PIC X(52) VALUE SPACES.
002190 01  W-PF-AVOIR.
002200     05  FILLER                  PIC X(02) VALUE '04'.
002210     05  W-PA-COADHF             PIC X(09).
002220     05  W-PA-FACTURE-ORIGINE    PIC 9(08).
002230     05  W-PA-MONTANT-HT         PIC S9(11)V99
002240                                 SIGN LEADING SEPARATE.
002250     05  W-PA-MOTIF              PIC X(27).
002260 01  W-PF-PIED.
002270     05  FILLER                  PIC X(02) VALUE '09'.
002280     05  W-PP-NB                 PIC 9(07).
002290     05  W-PP-TOTAL              PIC S9(11)V99
002300                                 SIGN LEADING SEPARATE.
002310     05  FILLER                  PIC X(37) VALUE SPACES.
002320 01  W-DATE-JOUR                 PIC 9(06) VALUE ZERO.
002330 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
002340 01  W-MOTIF-REJET               PIC X(40) VALUE SPACES.
002350 01  W-DISPOSITION               PIC X(08) VALUE SPACES.
002360 01  W-LITIGE-TROUVE-SW          PIC X VALUE 'N'.
002370     88  LITIGE-TROUVE           VALUE 'O'.
002380 01  W-POSTE-TROUVE-SW           PIC X VALUE 'N'.
002390     88  POSTE-TROUVE            VALUE 'O'.
002400 01  W-TAUX-TVA-COURANT          PIC 9(02)V99 VALUE ZERO.
002410 01  W-AVOIR-TTC                 PIC S9(11)V99 COMP-3 VALUE 0.
002420 01  W-AVOIR-HT                  PIC S9(11)V99 COMP-3 VALUE 0.
002430 01  W-TOTAL-AVOIRS-HT           PIC S9(11)V99 COMP-3 VALUE 0.
002440 01  W-NB-OUVERTS                PIC 9(05) COMP VALUE ZERO.
002450 01  W-NB-FONDES                 PIC 9(05) COMP VALUE ZERO.
002460 01  W-NB-PARTIELS               PIC 9(05) COMP VALUE ZERO.
002470 01  W-NB-REJETS-LITIGE          PIC 9(05) COMP VALUE ZERO.
002480 01  W-NB-REJETES                PIC 9(05) COMP VALUE ZERO.
002490 01  W-NB-AVOIRS                 PIC 9(07) COMP VALUE ZERO.
002500 01  W-IDX-EDIT                  PIC 9(04) COMP VALUE ZERO.
002510 01  W-NB-EDIT                   PIC Z(04)9.
002520 01  W-MT-EDIT                   PIC -(12)9,99.
002530 01  W-MT-EDIT-2                 PIC -(12)9,99.
002540 01  W-LIGNE-TRAVAIL             PIC X(132).
002550 PROCEDURE DIVISION.
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002580     PERFORM 1500-CHARGER-REGISTRE THRU 1500-EXIT.
002590     PERFORM 1600-CHARGER-POSTES THRU 1600-EXIT.
002600     PERFORM 1700-CHARGER-TVA THRU 1700-EXIT.
002610     PERFORM 3000-TRAITER-MOUVEMENT THRU 3000-EXIT
002620        UNTIL FIN-TRANS.
002630     PERFORM 7000-REECRIRE-REGISTRE THRU 7000-EXIT.
002640     PERFORM 7500-ECRIRE-PIED THRU 7500-EXIT.
002650     PERFORM 8000-TERMINE THRU 8000-EXIT.
002660     GOBACK.
002670 1000-INITIALISE.
002680     ACCEPT W-DATE-JOUR FROM DATE.
002690     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
002700     OPEN INPUT LIT-TRANS.
002710     OPEN OUTPUT LIT-REG-NOUVEAU PREFACT LIT-RPRT.
002720     MOVE W-DATE-JOUR TO W-PF-DATE.
002730     MOVE W-PF-ENTETE TO PREFACT-LIGNE.
002740     WRITE PREFACT-LIGNE.
002750     IF NOT LIT-TRANS-OK
002760        DISPLAY 'HZLT0001 - LIT-TRANS INDISPONIBLE, REGISTRE '
002770            'RECOPIE SANS MOUVEMENT - STATUT ' W-LIT-TRANS-STATUS
002780        MOVE 'O' TO W-FIN-TRANS
002790        GO TO 1000-EXIT
002800     END-IF.
002810     READ LIT-TRANS
002820        AT END MOVE 'O' TO W-FIN-TRANS.
002830 1000-EXIT.
002840     EXIT.
002850 1500-CHARGER-REGISTRE.
002860     OPEN INPUT LIT-REG.
002870     IF NOT LIT-REG-OK
002880        DISPLAY 'HZLT0001 - LIT-REG INDISPONIBLE, REGISTRE '
002890            'REPUTE VIDE - STATUT ' W-LIT-REG-STATUS
002900        GO TO 1500-EXIT
002910     END-IF.
002920     PERFORM UNTIL FIN-REGISTRE
002930        READ LIT-REG
002940           AT END SET FIN-REGISTRE TO TRUE
002950           NOT AT END PERFORM 1510-EMPILER-LITIGE THRU 1510-EXIT
002960        END-READ
002970     END-PERFORM.
002980     CLOSE LIT-REG.
002990 1500-EXIT.
003000     EXIT.
003010 1510-EMPILER-LITIGE.
003020     IF W-NB-LITIGES < 1000
003030        ADD 1 TO W-NB-LITIGES
003040        MOVE LR-NUMERO-FACTURE TO W-LR-FACTURE (W-NB-LITIGES)
003050        MOVE LR-COADHF TO W-LR-COADHF (W-NB-LITIGES)
003060        MOVE LR-COETBL TO W-LR-COETBL (W-NB-LITIGES)
003070        MOVE LR-DATE-OUVERTURE TO W-LR-DATE (W-NB-LITIGES)
003080        MOVE LR-MOTIF TO W-LR-MOTIF (W-NB-LITIGES)
003090        MOVE LR-MONTANT-TTC TO W-LR-TTC (W-NB-LITIGES)
003100        MOVE LR-RESTE-DU TO W-LR-RESTE-DU (W-NB-LITIGES)
003110        MOVE 'N' TO W-LR-CLOS (W-NB-LITIGES)
003120     ELSE
003130        DISPLAY 'HZLT0001 - REGISTRE PLEIN (1000 LITIGES MAXIMUM)'
003140            ' - ENTREE IGNOREE : ' LR-NUMERO-FACTURE
003150        MOVE 8 TO RETURN-CODE
003160     END-IF.
003170 1510-EXIT.
003180     EXIT.
003190*****************************************************************
003200*    1600-CHARGER-POSTES - POSTES OUVERTS DE LA FACTURATION, POUR
003210*    CONTROLER LA FACTURE D'UNE OUVERTURE DE LITIGE.
003220*****************************************************************
003230 1600-CHARGER-POSTES.
003240     OPEN INPUT OUV-ITEMS.
003250     IF NOT OUV-ITEMS-OK
003260        DISPLAY 'HZLT0001 - OUV-ITEMS INDISPONIBLE - STATUT '
003270            W-OUV-ITEMS-STATUS
003280        MOVE 8 TO RETURN-CODE
003290        GO TO 1600-EXIT
003300     END-IF.
003310     PERFORM UNTIL FIN-OUV
003320        READ OUV-ITEMS
003330           AT END SET FIN-OUV TO TRUE
003340           NOT AT END PERFORM 1610-EMPILER-POSTE THRU 1610-EXIT
003350        END-READ
003360     END-PERFORM.
003370     CLOSE OUV-ITEMS.
003380 1600-EXIT.
003390     EXIT.
003400 1610-EMPILER-POSTE.
003410     IF W-NB-POSTES < 1000
003420        ADD 1 TO W-NB-POSTES
003430        MOVE OV-NUMERO-FACTURE TO W-PO-NUMERO (W-NB-POSTES)
003440        MOVE OV-COADHF TO W-PO-COADHF (W-NB-POSTES)
003450        MOVE OV-COETBL TO W-PO-COETBL (W-NB-POSTES)
003460        MOVE OV-MONTANT-TTC TO W-PO-TTC (W-NB-POSTES)
003470        MOVE OV-MONTANT-REGLE TO W-PO-REGLE (W-NB-POSTES)
003480        MOVE OV-STATUT TO W-PO-STATUT (W-NB-POSTES)
003490     ELSE
003500        DISPLAY 'HZLT0001 - TABLE DES POSTES PLEINE (1000) - '
003510            'OUVERTURES PARTIELLEMENT CONTROLEES'
003520        MOVE 8 TO RETURN-CODE
003530     END-IF.
003540 1610-EXIT.
003550     EXIT.
003560*****************************************************************
003570*    1700-CHARGER-TVA - TAUX DE TVA PAR ETABLISSEMENT, MEME
003580*    CONVERSION QUE HZFC0001. FICHIER ABSENT : AVOIRS CALCULES
003590*    SANS TVA (HT = TTC), SIGNALE.
003600*****************************************************************
003610 1700-CHARGER-TVA.
003620     OPEN INPUT TVA-TAB.
003630     IF NOT TVA-TAB-OK
003640        DISPLAY 'HZLT0001 - TVA-TAB INDISPONIBLE, AVOIRS SANS '
003650            'TVA - STATUT ' W-TVA-TAB-STATUS
003660        IF RETURN-CODE < 4
003670           MOVE 4 TO RETURN-CODE
003680        END-IF
003690        GO TO 1700-EXIT
003700     END-IF.
003710     PERFORM UNTIL FIN-TVA
003720        READ TVA-TAB
003730           AT END SET FIN-TVA TO TRUE
003740           NOT AT END
003750              IF W-NB-TVA < 100
003760                 ADD 1 TO W-NB-TVA
003770                 MOVE TV-COETBL TO W-TV-COETBL (W-NB-TVA)
003780                 COMPUTE W-TV-TAUX (W-NB-TVA) =
003790                    TV-TAUX-SAISI / 100
003800              END-IF
003810        END-READ
003820     END-PERFORM.
003830     CLOSE TVA-TAB.
003840 1700-EXIT.
003850     EXIT.
003860*****************************************************************
003870*    3000-TRAITER-MOUVEMENT - APPLIQUE LE MOUVEMENT COURANT :
003880*    OUVERTURE REFUSEE SI UN LITIGE EST DEJA OUVERT SUR LA
003890*    FACTURE OU SI LA CLE COADHF EST FAUSSE, CLOTURE REFUSEE SI
003900*    AUCUN LITIGE N'EST OUVERT.
003910*****************************************************************
003920 3000-TRAITER-MOUVEMENT.
003930     MOVE SPACES TO W-MOTIF-REJET.
003940     MOVE 'APPLIQUE' TO W-DISPOSITION.
003950     MOVE ZERO TO W-AVOIR-HT.
003960     MOVE LX-COADHF TO W-CD-COADHF.
003970     CALL W-CD-PROGRAMME USING W-CD-PARMS.
003980     IF NOT COADHF-VALIDE
003990        MOVE 'CLE DE CONTROLE COADHF FAUSSE' TO W-MOTIF-REJET
004000        PERFORM 3500-REJETER THRU 3500-EXIT
004010        PERFORM 6000-EDITER-MOUVEMENT THRU 6000-EXIT
004020        GO TO 3000-SUIVANT
004030     END-IF.
004040     PERFORM 3100-CHERCHER-LITIGE THRU 3100-EXIT.
004050     EVALUATE TRUE
004060        WHEN LX-ACTION-OUVERTURE AND LITIGE-TROUVE
004070           MOVE 'LITIGE DEJA OUVERT SUR LA FACTURE'
004080              TO W-MOTIF-REJET
004090           PERFORM 3500-REJETER THRU 3500-EXIT
004100        WHEN LX-ACTION-OUVERTURE
004110           PERFORM 3200-OUVRIR-LITIGE THRU 3200-EXIT
004120        WHEN LX-ACTION-CLOTURE AND NOT LITIGE-TROUVE
004130           MOVE 'AUCUN LITIGE OUVERT SUR LA FACTURE'
004140              TO W-MOTIF-REJET
004150           PERFORM 3500-REJETER THRU 3500-EXIT
004160        WHEN LX-ACTION-CLOTURE
004170           PERFORM 3300-CLORE-LITIGE THRU 3300-EXIT
004180        WHEN OTHER
004190           MOVE 'CODE ACTION INCONNU' TO W-MOTIF-REJET
004200           PERFORM 3500-REJETER THRU 3500-EXIT
004210     END-EVALUATE.
004220     PERFORM 6000-EDITER-MOUVEMENT THRU 6000-EXIT.
004230 3000-SUIVANT.
004240     READ LIT-TRANS
004250        AT END MOVE 'O' TO W-FIN-TRANS.
004260 3000-EXIT.
004270     EXIT.
004280 3100-CHERCHER-LITIGE.
004290     MOVE 'N' TO W-LITIGE-TROUVE-SW.
004300     IF W-NB-LITIGES = ZERO
004310        GO TO 3100-EXIT
004320     END-IF.
004330     SET W-IDX-LR TO 1.
004340     SEARCH W-LR-ENTREE
004350        AT END
004360           CONTINUE
004370        WHEN W-IDX-LR > W-NB-LITIGES
004380           CONTINUE
004390        WHEN W-LR-FACTURE (W-IDX-LR) = LX-NUMERO-FACTURE
004400           AND W-LR-CLOS (W-IDX-LR) = 'N'
004410           MOVE 'O' TO W-LITIGE-TROUVE-SW
004420     END-SEARCH.
004430 3100-EXIT.
004440     EXIT.
004450*****************************************************************
004460*    3200-OUVRIR-LITIGE - LA FACTURE DOIT ETRE UN POSTE OUVERT DE
004470*    L'ADHERENT, NI SOLDE NI PASSE EN PERTE, ET LE MOTIF
004480*    RENSEIGNE.
004490*    ETABLISSEMENT, TTC ET RESTE DU SONT PRIS SUR LE POSTE ; SANS
004500*    DATE D'OUVERTURE, LE LITIGE EST DATE DU JOUR.
004510*****************************************************************
004520 3200-OUVRIR-LITIGE.
004530     PERFORM 3150-CHERCHER-POSTE THRU 3150-EXIT.
004540     EVALUATE TRUE
004550        WHEN NOT POSTE-TROUVE
004560           MOVE 'FACTURE ABSENTE DES POSTES OUVERTS'
004570              TO W-MOTIF-REJET
004580        WHEN W-PO-COADHF (W-IDX-PO) NOT = LX-COADHF
004590           MOVE 'FACTURE D''UN AUTRE ADHERENT' TO W-MOTIF-REJET
004600        WHEN W-PO-STATUT (W-IDX-PO) = 'S'
004610           MOVE 'FACTURE SOLDEE' TO W-MOTIF-REJET
004620        WHEN W-PO-STATUT (W-IDX-PO) = 'I'
004630           MOVE 'FACTURE PASSEE EN PERTE' TO W-MOTIF-REJET
004640        WHEN LX-MOTIF = SPACES
004650           MOVE 'MOTIF DU LITIGE ABSENT' TO W-MOTIF-REJET
004660        WHEN W-NB-LITIGES NOT < 1000
004670           MOVE 'REGISTRE PLEIN (1000 LITIGES)' TO W-MOTIF-REJET
004680        WHEN OTHER
004690           CONTINUE
004700     END-EVALUATE.
004710     IF W-MOTIF-REJET NOT = SPACES
004720        PERFORM 3500-REJETER THRU 3500-EXIT
004730        GO TO 3200-EXIT
004740     END-IF.
004750     ADD 1 TO W-NB-LITIGES.
004760     ADD 1 TO W-NB-OUVERTS.
004770     MOVE LX-NUMERO-FACTURE TO W-LR-FACTURE (W-NB-LITIGES).
004780     MOVE LX-COADHF TO W-LR-COADHF (W-NB-LITIGES).
004790     MOVE W-PO-COETBL (W-IDX-PO) TO W-LR-COETBL (W-NB-LITIGES).
004800     IF LX-DATE NUMERIC AND LX-DATE > ZERO
004810        MOVE LX-DATE TO W-LR-DATE (W-NB-LITIGES)
004820     ELSE
004830        MOVE W-DATE-JOUR-CCYYMMDD TO W-LR-DATE (W-NB-LITIGES)
004840     END-IF.
004850     MOVE LX-MOTIF TO W-LR-MOTIF (W-NB-LITIGES).
004860     MOVE W-PO-TTC (W-IDX-PO) TO W-LR-TTC (W-NB-LITIGES).
004870     COMPUTE W-LR-RESTE-DU (W-NB-LITIGES) =
004880        W-PO-TTC (W-IDX-PO) - W-PO-REGLE (W-IDX-PO).
004890     MOVE 'N' TO W-LR-CLOS (W-NB-LITIGES).
004900 3200-EXIT.
004910     EXIT.
004920 3150-CHERCHER-POSTE.
004930     MOVE 'N' TO W-POSTE-TROUVE-SW.
004940     IF W-NB-POSTES = ZERO
004950        GO TO 3150-EXIT
004960     END-IF.
004970     SET W-IDX-PO TO 1.
004980     SEARCH W-PO-ENTREE
004990        AT END
005000           CONTINUE
005010        WHEN W-IDX-PO > W-NB-POSTES
005020           CONTINUE
005030        WHEN W-PO-NUMERO (W-IDX-PO) = LX-NUMERO-FACTURE
005040           MOVE 'O' TO W-POSTE-TROUVE-SW
005050     END-SEARCH.
005060 3150-EXIT.
005070     EXIT.
005080*****************************************************************
005090*    3300-CLORE-LITIGE - ISSUE 'R' : LE LITIGE EST CLOS, LA
005100*    FACTURE REPREND SON COURS (RELANCES, INTERETS, PRELEVEMENT).
005110*    ISSUE 'F' : AVOIR SUR LE TTC DE LA FACTURE. ISSUE 'P' : AVOIR
005120*    SUR LE MONTANT TTC ACCORDE, POSITIF ET AU PLUS LE TTC.
005130*****************************************************************
005140 3300-CLORE-LITIGE.
005150     EVALUATE TRUE
005160        WHEN LX-ISSUE-REJETE
005170           ADD 1 TO W-NB-REJETS-LITIGE
005180        WHEN LX-ISSUE-FONDE
005190           MOVE W-LR-TTC (W-IDX-LR) TO W-AVOIR-TTC
005200           MOVE 'LITIGE FONDE' TO W-PA-MOTIF
005210           PERFORM 3400-DEMANDER-AVOIR THRU 3400-EXIT
005220           ADD 1 TO W-NB-FONDES
005230        WHEN LX-ISSUE-PARTIEL
005240           IF LX-MONTANT-ACCORDE NOT NUMERIC
005250              OR LX-MONTANT-ACCORDE NOT > ZERO
005260              OR LX-MONTANT-ACCORDE > W-LR-TTC (W-IDX-LR)
005270              MOVE 'MONTANT ACCORDE HORS DE 0 A TTC'
005280                 TO W-MOTIF-REJET
005290              PERFORM 3500-REJETER THRU 3500-EXIT
005300              GO TO 3300-EXIT
005310           END-IF
005320           MOVE LX-MONTANT-ACCORDE TO W-AVOIR-TTC
005330           MOVE 'LITIGE PARTIELLEMENT FONDE' TO W-PA-MOTIF
005340           PERFORM 3400-DEMANDER-AVOIR THRU 3400-EXIT
005350           ADD 1 TO W-NB-PARTIELS
005360        WHEN OTHER
005370           MOVE 'ISSUE DE CLOTURE INCONNUE' TO W-MOTIF-REJET
005380           PERFORM 3500-REJETER THRU 3500-EXIT
005390           GO TO 3300-EXIT
005400     END-EVALUATE.
005410     MOVE 'O' TO W-LR-CLOS (W-IDX-LR).
005420 3300-EXIT.
005430     EXIT.
005440*****************************************************************
005450*    3400-DEMANDER-AVOIR - HT = TTC ACCORDE / (1 + TAUX DE TVA DE
005460*    L'ETABLISSEMENT DU LITIGE) ; DEMANDE '04' SUR PREFACT.
005470*****************************************************************
005480 3400-DEMANDER-AVOIR.
005490     MOVE ZERO TO W-TAUX-TVA-COURANT.
005500     IF W-NB-TVA > ZERO
005510        SET W-IDX-TV TO 1
005520        SEARCH W-TV-ENTREE
005530           AT END
005540              CONTINUE
005550           WHEN W-IDX-TV > W-NB-TVA
005560              CONTINUE
005570           WHEN W-TV-COETBL (W-IDX-TV) = W-LR-COETBL (W-IDX-LR)
005580              MOVE W-TV-TAUX (W-IDX-TV) TO W-TAUX-TVA-COURANT
005590        END-SEARCH
005600     END-IF.
005610     COMPUTE W-AVOIR-HT ROUNDED =
005620        W-AVOIR-TTC * 100 / (100 + W-TAUX-TVA-COURANT).
005630     MOVE W-LR-COADHF (W-IDX-LR) TO W-PA-COADHF.
005640     MOVE W-LR-FACTURE (W-IDX-LR) TO W-PA-FACTURE-ORIGINE.
005650     MOVE W-AVOIR-HT TO W-PA-MONTANT-HT.
005660     MOVE W-PF-AVOIR TO PREFACT-LIGNE.
005670     WRITE PREFACT-LIGNE.
005680     ADD 1 TO W-NB-AVOIRS.
005690     ADD W-AVOIR-HT TO W-TOTAL-AVOIRS-HT.
005700 3400-EXIT.
005710     EXIT.
005720 3500-REJETER.
005730     MOVE 'REJETE' TO W-DISPOSITION.
005740     ADD 1 TO W-NB-REJETES.
005750 3500-EXIT.
005760     EXIT.
005770 6000-EDITER-MOUVEMENT.
005780     MOVE SPACES TO W-LIGNE-TRAVAIL.
005790     STRING LX-ACTION DELIMITED BY SIZE
005800         LX-ISSUE DELIMITED BY SIZE
005810         ' ' DELIMITED BY SIZE
005820         LX-NUMERO-FACTURE DELIMITED BY SIZE
005830         ' ' DELIMITED BY SIZE
005840         LX-COADHF DELIMITED BY SIZE
005850         ' ' DELIMITED BY SIZE
005860         W-DISPOSITION DELIMITED BY SIZE
005870         ' ' DELIMITED BY SIZE
005880         W-MOTIF-REJET DELIMITED BY SIZE
005890         INTO W-LIGNE-TRAVAIL
005900     END-STRING.
005910     IF W-AVOIR-HT NOT = ZERO
005920        MOVE W-AVOIR-TTC TO W-MT-EDIT
005930        MOVE W-AVOIR-HT TO W-MT-EDIT-2
005940        STRING 'AVOIR TTC ' DELIMITED BY SIZE
005950            W-MT-EDIT DELIMITED BY SIZE
005960            ' HT ' DELIMITED BY SIZE
005970            W-MT-EDIT-2 DELIMITED BY SIZE
005980            INTO W-LIGNE-TRAVAIL (75:58)
005990        END-STRING
006000     END-IF.
006010     MOVE W-LIGNE-TRAVAIL TO LIT-RPRT-LIGNE.
006020     WRITE LIT-RPRT-LIGNE.
006030 6000-EXIT.
006040     EXIT.
006050*****************************************************************
006060*    7000-REECRIRE-REGISTRE - RECOPIE LES LITIGES ENCORE OUVERTS
006070*    SUR LIT-REG-NOUVEAU ET DONNE L'ETAT COMPLET DU REGISTRE EN
006080*    FIN DE RAPPORT.
006090*****************************************************************
006100 7000-REECRIRE-REGISTRE.
006110     MOVE 'REGISTRE DES LITIGES OUVERTS :' TO W-LIGNE-TRAVAIL.
006120     MOVE W-LIGNE-TRAVAIL TO LIT-RPRT-LIGNE.
006130     WRITE LIT-RPRT-LIGNE.
006140     IF W-NB-LITIGES > ZERO
006150        PERFORM 7100-REECRIRE-UN-LITIGE THRU 7100-EXIT
006160           VARYING W-IDX-EDIT FROM 1 BY 1
006170           UNTIL W-IDX-EDIT > W-NB-LITIGES
006180     END-IF.
006190 7000-EXIT.
006200     EXIT.
006210 7100-REECRIRE-UN-LITIGE.
006220     IF W-LR-CLOS (W-IDX-EDIT) = 'O'
006230        GO TO 7100-EXIT
006240     END-IF.
006250     MOVE W-LR-FACTURE (W-IDX-EDIT) TO LR-NUMERO-FACTURE.
006260     MOVE W-LR-COADHF (W-IDX-EDIT) TO LR-COADHF.
006270     MOVE W-LR-COETBL (W-IDX-EDIT) TO LR-COETBL.
006280     MOVE W-LR-DATE (W-IDX-EDIT) TO LR-DATE-OUVERTURE.
006290     MOVE W-LR-MOTIF (W-IDX-EDIT) TO LR-MOTIF.
006300     MOVE W-LR-TTC (W-IDX-EDIT) TO LR-MONTANT-TTC.
006310     MOVE W-LR-RESTE-DU (W-IDX-EDIT) TO LR-RESTE-DU.
006320     MOVE LIT-REG-LIGNE TO LIT-REG-NV-LIGNE.
006330     WRITE LIT-REG-NV-LIGNE.
006340     MOVE W-LR-RESTE-DU (W-IDX-EDIT) TO W-MT-EDIT.
006350     MOVE SPACES TO W-LIGNE-TRAVAIL.
006360     STRING '  ' DELIMITED BY SIZE
006370         W-LR-FACTURE (W-IDX-EDIT) DELIMITED BY SIZE
006380         ' ' DELIMITED BY SIZE
006390         W-LR-COADHF (W-IDX-EDIT) DELIMITED BY SIZE
006400         ' ' DELIMITED BY SIZE
006410         W-LR-COETBL (W-IDX-EDIT) DELIMITED BY SIZE
006420         ' DEPUIS ' DELIMITED BY SIZE
006430         W-LR-DATE (W-IDX-EDIT) DELIMITED BY SIZE
006440         ' RESTE DU ' DELIMITED BY SIZE
006450         W-MT-EDIT DELIMITED BY SIZE
006460         ' - ' DELIMITED BY SIZE
006470         W-LR-MOTIF (W-IDX-EDIT) DELIMITED BY SIZE
006480         INTO W-LIGNE-TRAVAIL
006490     END-STRING.
006500     MOVE W-LIGNE-TRAVAIL TO LIT-RPRT-LIGNE.
006510     WRITE LIT-RPRT-LIGNE.
006520 7100-EXIT.
006530     EXIT.
006540 7500-ECRIRE-PIED.
006550     MOVE W-NB-AVOIRS TO W-PP-NB.
006560     MOVE W-TOTAL-AVOIRS-HT TO W-PP-TOTAL.
006570     MOVE W-PF-PIED TO PREFACT-LIGNE.
006580     WRITE PREFACT-LIGNE.
006590 7500-EXIT.
006600     EXIT.
006610 8000-TERMINE.
006620     IF LIT-TRANS-OK OR LIT-TRANS-FIN
006630        CLOSE LIT-TRANS
006640     END-IF.
006650     CLOSE LIT-REG-NOUVEAU PREFACT LIT-RPRT.
006660     MOVE W-NB-OUVERTS TO W-NB-EDIT.
006670     DISPLAY 'HZLT0001 - LITIGES OUVERTS       : ' W-NB-EDIT.
006680     MOVE W-NB-FONDES TO W-NB-EDIT.
006690     DISPLAY 'HZLT0001 - CLOS FONDES           : ' W-NB-EDIT.
006700     MOVE W-NB-PARTIELS TO W-NB-EDIT.
006710     DISPLAY 'HZLT0001 - CLOS PARTIEL. FONDES  : ' W-NB-EDIT.
006720     MOVE W-NB-REJETS-LITIGE TO W-NB-EDIT.
006730     DISPLAY 'HZLT0001 - CLOS REJETES          : ' W-NB-EDIT.
006740     MOVE W-NB-REJETES TO W-NB-EDIT.
006750     DISPLAY 'HZLT0001 - MOUVEMENTS REJETES    : ' W-NB-EDIT.
006760     MOVE W-TOTAL-AVOIRS-HT TO W-MT-EDIT.
006770     DISPLAY 'HZLT0001 - AVOIRS DEMANDES (HT)  : ' W-MT-EDIT.
006780 8000-EXIT.
006790     EXIT.
