000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZLV0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. ETAT HEBDOMADAIRE D'ANCIENNETE DES LITIGES OUVERTS
000080     POUR LE SERVICE ADHERENTS : CHAQUE LITIGE DU REGISTRE
000090     LIT-REG (TENU PAR HZLT0001) EST CLASSE PAR ANCIENNETE DEPUIS
000100     SON OUVERTURE (0-30 / 31-60 / 61-90 / PLUS DE 90 JOURS) ET
000110     LISTE SUR LV-RPRT ; L'ETAT SE TERMINE PAR LE NOMBRE DE
000120     LITIGES ET LE RESTE DU PAR ETABLISSEMENT ET PAR TRANCHE.
000130*****************************************************************
000140*    HISTORIQUE DES MODIFICATIONS
000150*    --------------------------------------------------------
000160*    DATE       AUTEUR  DESCRIPTION
000170*    --------   ------  -------------------------------------
000180*    15/10/2026 EBA     CREATION.
000190*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER. IBM-370.
000230 OBJECT-COMPUTER. IBM-370.
000240 SPECIAL-NAMES.
000250     DECIMAL-POINT IS COMMA.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT LIT-REG ASSIGN TO LITREG
000290         ORGANIZATION SEQUENTIAL
000300         FILE STATUS W-LIT-REG-STATUS.
000310     SELECT LV-RPRT ASSIGN TO LVRPRT
000320         ORGANIZATION SEQUENTIAL
000330         FILE STATUS W-LV-RPRT-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360*****************************************************************
000370*    LIT-REG - REGISTRE DES LITIGES OUVERTS, MEME DESSIN QUE DANS
000380*    HZLT0001.
000390*****************************************************************
000400 FD  LIT-REG
000410     LABEL RECORD STANDARD
000420     DATA RECORD LIT-REG-LIGNE.
000430 01  LIT-REG-LIGNE.
000440     05  LR-NUMERO-FACTURE       PIC 9(08).
000450     05  LR-COADHF               PIC X(09).
000460     05  LR-COETBL               PIC X(05).
000470     05  LR-DATE-OUVERTURE       PIC 9(08).
000480     05  LR-MOTIF                PIC X(30).
000490     05  LR-MONTANT-TTC          PIC S9(11)V99
000500                                 SIGN LEADING SEPARATE.
000510     05  LR-RESTE-DU             PIC S9(11)V99
000520                                 SIGN LEADING SEPARATE.
000530 FD  LV-RPRT
000540     LABEL RECORD STANDARD
000550     DATA RECORD LV-RPRT-LIGNE.
000560 01  LV-RPRT-LIGNE               PIC X(132).
000570 WORKING-STORAGE SECTION.
000580 01  W-LIT-REG-STATUS            PIC XX.
000590     88  LIT-REG-OK              VALUE '00'.
000600     88  LIT-REG-FIN             VALUE '10'.
000610 01  W-LV-RPRT-STATUS            PIC XX.
000620 01  W-FIN-REGISTRE              PIC X VALUE 'N'.
000630     88  FIN-REGISTRE            VALUE 'O'.
000640*****************************************************************
000650*    LITIGES ET RESTE DU PAR ETABLISSEMENT ET PAR TRANCHE
000660*    D'ANCIENNETE (100 ETABLISSEMENTS AU PLUS).
000670*****************************************************************
000680 01  W-NB-ETBL                   PIC 9(03) COMP VALUE ZERO.
000690 01  W-TAB-ETBL.
000700     05  W-ET-ENTREE OCCURS 100 TIMES
000710             INDEXED BY W-IDX-ET.
000720         10  W-ET-COETBL         PIC X(05).
000730         10  W-ET-TRANCHE        OCCURS 4 TIMES.
000740             15  W-ET-NB         PIC 9(05) COMP.
000750             15  W-ET-MT         PIC S9(13)V99 COMP-3.
000760*****************************************************************
000770*    LITIGE COURANT.
000780*****************************************************************
000790 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
000800 01  W-QUANTIEME-JOUR            PIC 9(07) COMP VALUE ZERO.
000810 01  W-QUANTIEME-OUVERTURE       PIC 9(07) COMP VALUE ZERO.
000820 01  W-AGE-JOURS                 PIC S9(05) COMP VALUE ZERO.
000830 01  W-TRANCHE                   PIC 9(01) VALUE ZERO.
000840 01  W-LIBELLE-TRANCHE           PIC X(08) VALUE SPACES.
000850 01  W-NB-LITIGES                PIC 9(05) COMP VALUE ZERO.
000860 01  W-NB-DATES-FAUSSES          PIC 9(05) COMP VALUE ZERO.
000870 01  W-TOTAL-RESTE-DU            PIC S9(13)V99 COMP-3 VALUE 0.
000880 01  W-NB-EDIT                   PIC Z(04)9.
000890 01  W-NB-EDIT-2                 PIC Z(04)9.
000900 01  W-NB-EDIT-3                 PIC Z(04)9.
000910 01  W-NB-EDIT-4                 PIC Z(04)9.
000920 01  W-AGE-EDIT                  PIC Z(04)9.
000930 01  W-MT-EDIT                   PIC -(12)9,99.
000940 01  W-MT-EDIT-2                 PIC -(12)9,99.
000950 01  W-MT-EDIT-3                 PIC -(12)9,99.
000960 01  W-MT-EDIT-4                 PIC -(12)9,99.
000970 01  W-IDX-EDIT                  PIC 9(04) COMP VALUE ZERO.
000980 01  W-LIGNE-TRAVAIL             PIC X(132).
000990 PROCEDURE DIVISION.
001000 0000-MAINLINE.
001010     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001020     PERFORM 3000-TRAITER-LITIGE THRU 3000-EXIT
001030        UNTIL FIN-REGISTRE.
001040     PERFORM 7500-EDITER-ETABLISSEMENTS THRU 7500-EXIT.
001050     PERFORM 8000-TERMINE THRU 8000-EXIT.
001060     GOBACK.
001070 1000-INITIALISE.
001080     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
001090     COMPUTE W-QUANTIEME-JOUR =
001100        FUNCTION INTEGER-OF-DATE (W-DATE-JOUR-CCYYMMDD).
001110     OPEN INPUT LIT-REG.
001120     OPEN OUTPUT LV-RPRT.
001130     MOVE SPACES TO W-LIGNE-TRAVAIL.
001140     STRING 'ANCIENNETE DES LITIGES OUVERTS AU ' DELIMITED BY SIZE
001150         W-DATE-JOUR-CCYYMMDD DELIMITED BY SIZE
001160         INTO W-LIGNE-TRAVAIL
001170     END-STRING.
001180     MOVE W-LIGNE-TRAVAIL TO LV-RPRT-LIGNE.
001190     WRITE LV-RPRT-LIGNE.
001200     IF NOT LIT-REG-OK
001210        DISPLAY 'HZLV0001 - LIT-REG INDISPONIBLE, AUCUN LITIGE '
001220            'CONNU - STATUT ' W-LIT-REG-STATUS
001230        MOVE 'O' TO W-FIN-REGISTRE
001240        IF RETURN-CODE < 4
001250           MOVE 4 TO RETURN-CODE
001260        END-IF
001270        GO TO 1000-EXIT
001280     END-IF.
001290     READ LIT-REG
001300        AT END MOVE 'O' TO W-FIN-REGISTRE.
001310 1000-EXIT.
001320     EXIT.
001330*****************************************************************
001340*    3000-TRAITER-LITIGE - ANCIENNETE DEPUIS L'OUVERTURE, LIGNE
001350*    DE DETAIL ET CUMUL PAR ETABLISSEMENT. UNE DATE D'OUVERTURE
001360*    INVALIDE CLASSE LE LITIGE DANS LA DERNIERE TRANCHE (SIGNALE).
001370*****************************************************************
001380 3000-TRAITER-LITIGE.
001390     ADD 1 TO W-NB-LITIGES.
001400     ADD LR-RESTE-DU TO W-TOTAL-RESTE-DU.
001410     IF LR-DATE-OUVERTURE NOT NUMERIC
001420        OR LR-DATE-OUVERTURE < 19000101
001430        OR LR-DATE-OUVERTURE > W-DATE-JOUR-CCYYMMDD
001440        ADD 1 TO W-NB-DATES-FAUSSES
001450        MOVE 99999 TO W-AGE-JOURS
001460        IF RETURN-CODE < 4
001470           MOVE 4 TO RETURN-CODE
001480        END-IF
001490     ELSE
001500        COMPUTE W-QUANTIEME-OUVERTURE =
001510           FUNCTION INTEGER-OF-DATE (LR-DATE-OUVERTURE)
001520        COMPUTE W-AGE-JOURS =
001530           W-QUANTIEME-JOUR - W-QUANTIEME-OUVERTURE
001540     END-IF.
001550     EVALUATE TRUE
001560        WHEN W-AGE-JOURS > 90
001570           MOVE 4 TO W-TRANCHE
001580           MOVE '+90 J' TO W-LIBELLE-TRANCHE
001590        WHEN W-AGE-JOURS > 60
001600           MOVE 3 TO W-TRANCHE
001610           MOVE '61-90 J' TO W-LIBELLE-TRANCHE
001620        WHEN W-AGE-JOURS > 30
001630           MOVE 2 TO W-TRANCHE
001640           MOVE '31-60 J' TO W-LIBELLE-TRANCHE
001650        WHEN OTHER
001660           MOVE 1 TO W-TRANCHE
001670           MOVE '0-30 J' TO W-LIBELLE-TRANCHE
001680     END-EVALUATE.
001690     PERFORM 4000-EDITER-LITIGE THRU 4000-EXIT.
001700     PERFORM 5000-CUMULER-ETBL THRU 5000-EXIT.
001710     READ LIT-REG
001720        AT END MOVE 'O' TO W-FIN-REGISTRE.
001730 3000-EXIT.
001740     EXIT.
001750 4000-EDITER-LITIGE.
001760     MOVE W-AGE-JOURS TO W-AGE-EDIT.
001770     MOVE LR-RESTE-DU TO W-MT-EDIT.
001780     MOVE SPACES TO W-LIGNE-TRAVAIL.
001790     STRING LR-COETBL DELIMITED BY SIZE
001800         ' ' DELIMITED BY SIZE
001810         W-LIBELLE-TRANCHE DELIMITED BY SIZE
001820         ' ' DELIMITED BY SIZE
001830         LR-NUMERO-FACTURE DELIMITED BY SIZE
001840         ' ' DELIMITED BY SIZE
001850         LR-COADHF DELIMITED BY SIZE
001860         ' OUVERT LE ' DELIMITED BY SIZE
001870         LR-DATE-OUVERTURE DELIMITED BY SIZE
001880         ' (' DELIMITED BY SIZE
001890         W-AGE-EDIT DELIMITED BY SIZE
001900         ' J) RESTE DU ' DELIMITED BY SIZE
001910         W-MT-EDIT DELIMITED BY SIZE
001920         ' ' DELIMITED BY SIZE
001930         LR-MOTIF DELIMITED BY SIZE
001940         INTO W-LIGNE-TRAVAIL
001950     END-STRING.
001960     MOVE W-LIGNE-TRAVAIL TO LV-RPRT-LIGNE.
001970     WRITE LV-RPRT-LIGNE.
001980 4000-EXIT.
001990     EXIT.
002000 5000-CUMULER-ETBL.
002010     IF W-NB-ETBL = ZERO
002020        PERFORM 5100-CREER-ETBL THRU 5100-EXIT
002030        GO TO 5000-EXIT
002040     END-IF.
002050     SET W-IDX-ET TO 1.
002060     SEARCH W-ET-ENTREE
002070        AT END
002080           PERFORM 5100-CREER-ETBL THRU 5100-EXIT
002090        WHEN W-IDX-ET > W-NB-ETBL
002100           PERFORM 5100-CREER-ETBL THRU 5100-EXIT
002110        WHEN W-ET-COETBL (W-IDX-ET) = LR-COETBL
002120           ADD 1 TO W-ET-NB (W-IDX-ET, W-TRANCHE)
002130           ADD LR-RESTE-DU TO W-ET-MT (W-IDX-ET, W-TRANCHE)
002140     END-SEARCH.
002150 5000-EXIT.
002160     EXIT.
002170 5100-CREER-ETBL.
002180     IF W-NB-ETBL < 100
002190        ADD 1 TO W-NB-ETBL
002200        SET W-IDX-ET TO W-NB-ETBL
002210        MOVE LR-COETBL TO W-ET-COETBL (W-IDX-ET)
002220        MOVE ZERO TO W-ET-NB (W-IDX-ET, 1) W-ET-MT (W-IDX-ET, 1)
002230        MOVE ZERO TO W-ET-NB (W-IDX-ET, 2) W-ET-MT (W-IDX-ET, 2)
002240        MOVE ZERO TO W-ET-NB (W-IDX-ET, 3) W-ET-MT (W-IDX-ET, 3)
002250        MOVE ZERO TO W-ET-NB (W-IDX-ET, 4) W-ET-MT (W-IDX-ET, 4)
002260        ADD 1 TO W-ET-NB (W-IDX-ET, W-TRANCHE)
002270        ADD LR-RESTE-DU TO W-ET-MT (W-IDX-ET, W-TRANCHE)
002280     ELSE
002290        DISPLAY 'HZLV0001 - TABLE DES ETABLISSEMENTS PLEINE '
002300            '(100) - CUMULS PARTIELS'
002310     END-IF.
002320 5100-EXIT.
002330     EXIT.
002340*****************************************************************
002350*    7500-EDITER-ETABLISSEMENTS - PAR ETABLISSEMENT, UNE LIGNE DE
002360*    NOMBRES DE LITIGES ET UNE LIGNE DE RESTE DU PAR TRANCHE.
002370*****************************************************************
002380 7500-EDITER-ETABLISSEMENTS.
002390     MOVE SPACES TO LV-RPRT-LIGNE.
002400     WRITE LV-RPRT-LIGNE.
002410     MOVE 'LITIGES OUVERTS PAR ETABLISSEMENT (0-30 / 31-60 / '
002420        TO W-LIGNE-TRAVAIL.
002430     MOVE '61-90 / +90 JOURS) :' TO W-LIGNE-TRAVAIL (51:20).
002440     MOVE W-LIGNE-TRAVAIL TO LV-RPRT-LIGNE.
002450     WRITE LV-RPRT-LIGNE.
002460     IF W-NB-ETBL > ZERO
002470        PERFORM 7600-EDITER-UN-ETBL THRU 7600-EXIT
002480           VARYING W-IDX-EDIT FROM 1 BY 1
002490           UNTIL W-IDX-EDIT > W-NB-ETBL
002500     END-IF.
002510 7500-EXIT.
002520     EXIT.
002530 7600-EDITER-UN-ETBL.
002540     MOVE W-ET-NB (W-IDX-EDIT, 1) TO W-NB-EDIT.
002550     MOVE W-ET-NB (W-IDX-EDIT, 2) TO W-NB-EDIT-2.
002560     MOVE W-ET-NB (W-IDX-EDIT, 3) TO W-NB-EDIT-3.
002570     MOVE W-ET-NB (W-IDX-EDIT, 4) TO W-NB-EDIT-4.
002580     MOVE SPACES TO W-LIGNE-TRAVAIL.
002590     STRING 'ETABLISSEMENT ' DELIMITED BY SIZE
002600         W-ET-COETBL (W-IDX-EDIT) DELIMITED BY SIZE
002610         ' NOMBRE   ' DELIMITED BY SIZE
002620         W-NB-EDIT DELIMITED BY SIZE
002630         ' ' DELIMITED BY SIZE
002640         W-NB-EDIT-2 DELIMITED BY SIZE
002650         ' ' DELIMITED BY SIZE
002660         W-NB-EDIT-3 DELIMITED BY SIZE
002670         ' ' DELIMITED BY SIZE
002680         W-NB-EDIT-4 DELIMITED BY SIZE
002690         INTO W-LIGNE-TRAVAIL
002700     END-STRING.
002710     MOVE W-LIGNE-TRAVAIL TO LV-RPRT-LIGNE.
002720     WRITE LV-RPRT-LIGNE.
002730     MOVE W-ET-MT (W-IDX-EDIT, 1) TO W-MT-EDIT.
002740     MOVE W-ET-MT (W-IDX-EDIT, 2) TO W-MT-EDIT-2.
002750     MOVE W-ET-MT (W-IDX-EDIT, 3) TO W-MT-EDIT-3.
002760     MOVE W-ET-MT (W-IDX-EDIT, 4) TO W-MT-EDIT-4.
002770     MOVE SPACES TO W-LIGNE-TRAVAIL.
002780     STRING '                    RESTE DU ' DELIMITED BY SIZE
002790         W-MT-EDIT DELIMITED BY SIZE
002800         ' ' DELIMITED BY SIZE
002810         W-MT-EDIT-2 DELIMITED BY SIZE
002820         ' ' DELIMITED BY SIZE
002830         W-MT-EDIT-3 DELIMITED BY SIZE
002840         ' ' DELIMITED BY SIZE
002850         W-MT-EDIT-4 DELIMITED BY SIZE
002860         INTO W-LIGNE-TRAVAIL
002870     END-STRING.
002880     MOVE W-LIGNE-TRAVAIL TO LV-RPRT-LIGNE.
002890     WRITE LV-RPRT-LIGNE.
002900 7600-EXIT.
002910     EXIT.
002920 8000-TERMINE.
002930     IF LIT-REG-OK OR LIT-REG-FIN
002940        CLOSE LIT-REG
002950     END-IF.
002960     CLOSE LV-RPRT.
002970     MOVE W-NB-LITIGES TO W-NB-EDIT.
002980     DISPLAY 'HZLV0001 - LITIGES OUVERTS : ' W-NB-EDIT.
002990     MOVE W-TOTAL-RESTE-DU TO W-MT-EDIT.
003000     DISPLAY 'HZLV0001 - RESTE DU EN LITIGE : ' W-MT-EDIT.
003010     MOVE W-NB-DATES-FAUSSES TO W-NB-EDIT.
003020     DISPLAY 'HZLV0001 - DATES D''OUVERTURE INVALIDES : '
003030         W-NB-EDIT.
003040 8000-EXIT.
003050     EXIT.
