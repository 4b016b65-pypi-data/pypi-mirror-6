000220*    DATE       AUTEUR  DESCRIPTION
000230*    --------   ------  -------------------------------------
000240*    02/09/2026 EBA     CREATION.
000241*    15/10/2026 EBA     POSTES PASSES EN PERTE ('I') EXCLUS DU
000242*                       CALCUL DES INTERETS.
000243*    15/10/2026 EBA     FACTURES EN LITIGE (REGISTRE LIT-REG
000244*                       TENU PAR HZLT0001) : PAS D'INTERETS
000245*                       DE RETARD TANT QUE LE LITIGE EST
000246*                       OUVERT.
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000460     SELECT IN-RPRT ASSIGN TO INRPRT
000470         ORGANIZATION SEQUENTIAL
000480         FILE STATUS W-IN-RPRT-STATUS.
000482     SELECT LIT-REG ASSIGN TO LITREG
000484         ORGANIZATION SEQUENTIAL
000486         FILE STATUS W-LIT-REG-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  OUV-ITEMS
000910 FD  IN-RPRT
000920     LABEL RECORD STANDARD
000930     DATA RECORD IN-RPRT-LIGNE.
000931 01  IN-RPRT-LIGNE               PIC X(132).
000932*****************************************************************
000933*    LIT-REG - REGISTRE DES LITIGES OUVERTS TENU PAR HZLT0001,
000934*    MEME DESSIN : UNE FACTURE INSCRITE EST ECARTEE DES
000935*    INTERETS.
000936*****************************************************************
000937 FD  LIT-REG
000938     LABEL RECORD STANDARD
000939     DATA RECORD LIT-REG-LIGNE.
000940 01  LIT-REG-LIGNE.
000941     05  LR-NUMERO-FACTURE       PIC 9(08).
000942     05  LR-COADHF               PIC X(09).
000943     05  LR-COETBL               PIC X(05).
000944     05  LR-DATE-OUVERTURE       PIC 9(08).
000945     05  LR-MOTIF                PIC X(30).
000946     05  LR-MONTANT-TTC          PIC S9(11)V99
000947                                 SIGN LEADING SEPARATE.
000948     05  LR-RESTE-DU             PIC S9(11)V99
000949                                 SIGN LEADING SEPARATE.
000950 WORKING-STORAGE SECTION.
000960 01  W-OUV-ITEMS-STATUS          PIC XX.
000970     88  OUV-ITEMS-OK            VALUE '00'.
001870 01  W-MT-EDIT                   PIC -(09)9,99.
001880 01  W-TAUX-EDIT                 PIC Z9,999.
001890 01  W-JOURS-EDIT                PIC Z(04)9.
001891 01  W-LIGNE-TRAVAIL             PIC X(132).
001892*****************************************************************
001893*    FACTURES EN LITIGE (1000 AU PLUS).
001894*****************************************************************
001895 01  W-LIT-REG-STATUS            PIC XX.
001896     88  LIT-REG-OK              VALUE '00'.
001897     88  LIT-REG-FIN             VALUE '10'.
001898 01  W-FIN-LITIGES               PIC X VALUE 'N'.
001899     88  FIN-LITIGES             VALUE 'O'.
001900 01  W-NB-LITIGES                PIC 9(04) COMP VALUE ZERO.
001901 01  W-TAB-LITIGES.
001902     05  W-LI-FACTURE OCCURS 1000 TIMES
001903             INDEXED BY W-IDX-LI PIC 9(08).
001904 01  W-EN-LITIGE-SW              PIC X VALUE 'N'.
001905     88  EN-LITIGE               VALUE 'O'.
001906 01  W-NB-EN-LITIGE              PIC 9(05) COMP VALUE ZERO.
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001940     PERFORM 1400-CHARGER-KONSTAB THRU 1400-EXIT.
001950     PERFORM 1500-CHARGER-TAUX THRU 1500-EXIT.
001955     PERFORM 1800-CHARGER-LITIGES THRU 1800-EXIT.
001960     PERFORM 3000-TRAITER-POSTE THRU 3000-EXIT
001970        UNTIL FIN-OUV.
001980     PERFORM 7000-ECRIRE-TOTAUX THRU 7000-EXIT.
002720        DISPLAY 'HZIN0001 - TABLE DES TAUX PLEINE (50) - ENTREE'
002730            ' IGNOREE : ' TI-DATE-EFFET
002740     END-IF.
002741 1510-EXIT.
002742     EXIT.
002743*****************************************************************
002744*    1800-CHARGER-LITIGES - FACTURES DU REGISTRE LIT-REG. FICHIER
002745*    ABSENT : AUCUN LITIGE CONNU, SIGNALE.
002746*****************************************************************
002747 1800-CHARGER-LITIGES.
002748     OPEN INPUT LIT-REG.
002749     IF NOT LIT-REG-OK
002750        DISPLAY 'HZIN0001 - LIT-REG INDISPONIBLE, AUCUN LITIGE '
002751            'CONNU - STATUT ' W-LIT-REG-STATUS
002752        GO TO 1800-EXIT
002753     END-IF.
002754     PERFORM UNTIL FIN-LITIGES
002755        READ LIT-REG
002756           AT END SET FIN-LITIGES TO TRUE
002757           NOT AT END PERFORM 1810-EMPILER-LITIGE THRU 1810-EXIT
002758        END-READ
002759     END-PERFORM.
002760     CLOSE LIT-REG.
002761 1800-EXIT.
002762     EXIT.
002763 1810-EMPILER-LITIGE.
002764     IF W-NB-LITIGES < 1000
002765        ADD 1 TO W-NB-LITIGES
002766        MOVE LR-NUMERO-FACTURE TO W-LI-FACTURE (W-NB-LITIGES)
002767     ELSE
002768        DISPLAY 'HZIN0001 - TABLE DES LITIGES PLEINE (1000) - '
002769            'ENTREE IGNOREE : ' LR-NUMERO-FACTURE
002770        MOVE 8 TO RETURN-CODE
002771     END-IF.
002772 1810-EXIT.
002773     EXIT.
002774*****************************************************************
002780*    3000-TRAITER-POSTE - UNE FACTURE EN RETARD : JOURS AU-DELA
002790*    DE L'ECHEANCE, TAUX EN VIGUEUR A L'ECHEANCE, INTERET =
002800*    RESTE DU X TAUX X JOURS / 365, EMIS SI AU-DELA DU DE
002810*    MINIMIS.
002820*****************************************************************
002830 3000-TRAITER-POSTE.
002840     IF OV-STATUT = 'S' OR OV-STATUT = 'I'
002850        GO TO 3000-SUIVANT
002860     END-IF.
002870     COMPUTE W-RESTE-DU =
002880        OV-MONTANT-TTC - OV-MONTANT-REGLE.
002890     IF W-RESTE-DU NOT GREATER ZERO
002891        GO TO 3000-SUIVANT
002892     END-IF.
002893     PERFORM 3050-CHERCHER-LITIGE THRU 3050-EXIT.
002894     IF EN-LITIGE
002895        ADD 1 TO W-NB-EN-LITIGE
002900        GO TO 3000-SUIVANT
002910     END-IF.
002920     COMPUTE W-QUANTIEME-FACTURE =
003160 3000-SUIVANT.
003170     READ OUV-ITEMS
003180        AT END MOVE 'O' TO W-FIN-OUV.
003181 3000-EXIT.
003182     EXIT.
003183 3050-CHERCHER-LITIGE.
003184     MOVE 'N' TO W-EN-LITIGE-SW.
003185     IF W-NB-LITIGES = ZERO
003186        GO TO 3050-EXIT
003187     END-IF.
003188     SET W-IDX-LI TO 1.
003189     SEARCH W-LI-FACTURE
003190        AT END
003191           CONTINUE
003192        WHEN W-IDX-LI > W-NB-LITIGES
003193           CONTINUE
003194        WHEN W-LI-FACTURE (W-IDX-LI) = OV-NUMERO-FACTURE
003195           MOVE 'O' TO W-EN-LITIGE-SW
003196     END-SEARCH.
003197 3050-EXIT.
003200     EXIT.
003210*****************************************************************
003220*    3100-RETENIR-TAUX - ENTREE DE LA TABLE DONT LA DATE D'EFFET
004260     DISPLAY 'HZIN0001 - LIGNES D''INTERET EMISES : ' W-NB-EDIT.
004270     MOVE W-NB-SOUS-MINIMIS TO W-NB-EDIT.
004280     DISPLAY 'HZIN0001 - SOUS LE DE MINIMIS      : ' W-NB-EDIT.
004282     MOVE W-NB-EN-LITIGE TO W-NB-EDIT.
004284     DISPLAY 'HZIN0001 - FACTURES EN LITIGE ECARTEES : '
004286         W-NB-EDIT.
004290 8000-EXIT.
004300     EXIT.
