000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZMC0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. CHARGEMENT DES MAITRES INDEXES ADH-MAST (REFERENTIEL
000080     ADHERENT, CLE AF-CLE, CLE ALTERNATIVE COADHF) ET OUV-MAST
000090     (POSTES OUVERTS, CLE NUMERO DE FACTURE, CLE ALTERNATIVE
000100     COADHF) DEPUIS LES FICHIERS SEQUENTIELS ADH-REF ET
000110     OUV-ITEMS. SERT A LA CONVERSION INITIALE DES DEUX FICHIERS,
000120     PUIS CHAQUE JOUR AU CHARGEMENT DES POSTES DES FACTURES
000130     EMISES PAR HZFC0001 (SON FICHIER OUV-ITEMS DU PASSAGE). LA
000140     CARTE MC-PARM DESIGNE LE OU LES MAITRES A CHARGER (ABSENTE :
000150     LES DEUX). UNE CLE DEJA PRESENTE N'EST PAS REMPLACEE (LE
000160     MAITRE PORTE LES MISES A JOUR DES TRAITEMENTS) : ELLE EST
000170     COMPTEE, CE QUI REND LE RECHARGEMENT APRES INCIDENT SANS
000180     EFFET SUR LES ENTREES DEJA CHARGEES. MAITRE NON ENCORE
000190     CREE : OUVERT EN CREATION.
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
000350     SELECT ADH-MAST ASSIGN TO ADHMAST
000360         ORGANIZATION INDEXED
000370         ACCESS MODE DYNAMIC
000380         RECORD KEY AF-CLE
000390         ALTERNATE RECORD KEY AF-COADHF WITH DUPLICATES
000400         FILE STATUS W-ADH-MAST-STATUS.
000410     SELECT OUV-MAST ASSIGN TO OUVMAST
000420         ORGANIZATION INDEXED
000430         ACCESS MODE DYNAMIC
000440         RECORD KEY OV-NUMERO-FACTURE
000450         ALTERNATE RECORD KEY OV-COADHF WITH DUPLICATES
000460         FILE STATUS W-OUV-MAST-STATUS.
000470     SELECT MC-PARM ASSIGN TO MCPARM
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-MC-PARM-STATUS.
000500     SELECT ADH-REF ASSIGN TO ADHREF
000510         ORGANIZATION SEQUENTIAL
000520         FILE STATUS W-ADH-REF-STATUS.
000530     SELECT OUV-ITEMS ASSIGN TO OUVITEMS
000540         ORGANIZATION SEQUENTIAL
000550         FILE STATUS W-OUV-ITEMS-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ADH-MAST
000590     LABEL RECORD STANDARD
000600     DATA RECORD ADH-MAST-ENREG.
000610 COPY ADHMSTC.
000620 FD  OUV-MAST
000630     LABEL RECORD STANDARD
000640     DATA RECORD OUV-MAST-ENREG.
000650 COPY OUVMSTC.
000660*****************************************************************
000670*    MC-PARM - CARTE DU PASSAGE : 'O' EN COLONNE 1 POUR CHARGER
000680*    ADH-REF DANS ADH-MAST, 'O' EN COLONNE 2 POUR CHARGER
000690*    OUV-ITEMS DANS OUV-MAST.
000700*****************************************************************
000710 FD  MC-PARM
000720     LABEL RECORD STANDARD
000730     DATA RECORD MC-PARM-LIGNE.
000740 01  MC-PARM-LIGNE.
000750     05  MP-ADHERENTS            PIC X(01).
000760     05  MP-POSTES               PIC X(01).
000770     05  FILLER                  PIC X(78).
000780*****************************************************************
000790*    ADH-REF / OUV-ITEMS - FICHIERS SEQUENTIELS AU DESSIN DES
000800*    MAITRES (ADHMSTC, OUVMSTC).
000810*****************************************************************
000820 FD  ADH-REF
000830     LABEL RECORD STANDARD
000840     DATA RECORD ADH-REF-LIGNE.
000850 01  ADH-REF-LIGNE               PIC X(179).
000860 FD  OUV-ITEMS
000870     LABEL RECORD STANDARD
000880     DATA RECORD OUV-ITEMS-LIGNE.
000890 01  OUV-ITEMS-LIGNE             PIC X(59).
000900 WORKING-STORAGE SECTION.
000910 01  W-ADH-MAST-STATUS           PIC XX.
000920     88  ADH-MAST-OK             VALUE '00'.
000930     88  ADH-MAST-DOUBLON        VALUE '22'.
000940     88  ADH-MAST-ABSENT         VALUE '35'.
000950 01  W-OUV-MAST-STATUS           PIC XX.
000960     88  OUV-MAST-OK             VALUE '00'.
000970     88  OUV-MAST-DOUBLON        VALUE '22'.
000980     88  OUV-MAST-ABSENT         VALUE '35'.
000990 01  W-MC-PARM-STATUS            PIC XX.
001000     88  MC-PARM-OK              VALUE '00'.
001010 01  W-ADH-REF-STATUS            PIC XX.
001020     88  ADH-REF-OK              VALUE '00'.
001030 01  W-OUV-ITEMS-STATUS          PIC XX.
001040     88  OUV-ITEMS-OK            VALUE '00'.
001050 01  W-FIN-ADH                   PIC X VALUE 'N'.
001060     88  FIN-ADH                 VALUE 'O'.
001070 01  W-FIN-OUV                   PIC X VALUE 'N'.
001080     88  FIN-OUV                 VALUE 'O'.
001090 01  W-CHARGER-ADH-SW            PIC X VALUE 'O'.
001100     88  CHARGER-ADH             VALUE 'O'.
001110 01  W-CHARGER-OUV-SW            PIC X VALUE 'O'.
001120     88  CHARGER-OUV             VALUE 'O'.
001130 01  W-NB-ADH-LUES               PIC 9(07) COMP VALUE ZERO.
001140 01  W-NB-ADH-CHARGEES           PIC 9(07) COMP VALUE ZERO.
001150 01  W-NB-ADH-PRESENTES          PIC 9(07) COMP VALUE ZERO.
001160 01  W-NB-OUV-LUS                PIC 9(07) COMP VALUE ZERO.
001170 01  W-NB-OUV-CHARGES            PIC 9(07) COMP VALUE ZERO.
001180 01  W-NB-OUV-PRESENTS           PIC 9(07) COMP VALUE ZERO.
001190 01  W-NB-EDIT                   PIC Z(06)9.
001200 PROCEDURE DIVISION.
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001230     IF CHARGER-ADH
001240        PERFORM 2000-CHARGER-ADHERENTS THRU 2000-EXIT
001250     END-IF.
001260     IF CHARGER-OUV
001270        PERFORM 3000-CHARGER-POSTES THRU 3000-EXIT
001280     END-IF.
001290     PERFORM 8000-TERMINE THRU 8000-EXIT.
001300     GOBACK.
001310 1000-INITIALISE.
001320     OPEN INPUT MC-PARM.
001330     IF NOT MC-PARM-OK
001340        DISPLAY 'HZMC0001 - MC-PARM ABSENTE, CHARGEMENT DES DEUX '
001350            'MAITRES'
001360        GO TO 1000-EXIT
001370     END-IF.
001380     READ MC-PARM
001390        AT END
001400           MOVE 'OO' TO MC-PARM-LIGNE
001410     END-READ.
001420     CLOSE MC-PARM.
001430     MOVE MP-ADHERENTS TO W-CHARGER-ADH-SW.
001440     MOVE MP-POSTES TO W-CHARGER-OUV-SW.
001450     IF NOT CHARGER-ADH AND NOT CHARGER-OUV
001460        DISPLAY 'HZMC0001 - CARTE MC-PARM VIDE - RIEN A CHARGER'
001470        MOVE 4 TO RETURN-CODE
001480     END-IF.
001490 1000-EXIT.
001500     EXIT.
001510*****************************************************************
001520*    2000-CHARGER-ADHERENTS - UNE ENTREE ADH-MAST PAR LIGNE
001530*    ADH-REF, RANGEE SOUS SA CLE QUANTITE.
001540*****************************************************************
001550 2000-CHARGER-ADHERENTS.
001560     OPEN INPUT ADH-REF.
001570     IF NOT ADH-REF-OK
001580        DISPLAY 'HZMC0001 - ADH-REF INDISPONIBLE - STATUT '
001590            W-ADH-REF-STATUS
001600        MOVE 8 TO RETURN-CODE
001610        GO TO 2000-EXIT
001620     END-IF.
001630     OPEN I-O ADH-MAST.
001640     IF ADH-MAST-ABSENT
001650        OPEN OUTPUT ADH-MAST
001660     END-IF.
001670     IF NOT ADH-MAST-OK
001680        DISPLAY 'HZMC0001 - ADH-MAST INDISPONIBLE - STATUT '
001690            W-ADH-MAST-STATUS
001700        MOVE 8 TO RETURN-CODE
001710        CLOSE ADH-REF
001720        GO TO 2000-EXIT
001730     END-IF.
001740     PERFORM 2100-CHARGER-UN-ADHERENT THRU 2100-EXIT
001750        UNTIL FIN-ADH.
001760     CLOSE ADH-REF ADH-MAST.
001770 2000-EXIT.
001780     EXIT.
001790 2100-CHARGER-UN-ADHERENT.
001800     READ ADH-REF
001810        AT END
001820           MOVE 'O' TO W-FIN-ADH
001830           GO TO 2100-EXIT
001840     END-READ.
001850     ADD 1 TO W-NB-ADH-LUES.
001860     MOVE ADH-REF-LIGNE TO ADH-MAST-ENREG.
001870     WRITE ADH-MAST-ENREG.
001880     EVALUATE TRUE
001890        WHEN ADH-MAST-OK
001900           ADD 1 TO W-NB-ADH-CHARGEES
001910        WHEN ADH-MAST-DOUBLON
001920           ADD 1 TO W-NB-ADH-PRESENTES
001930        WHEN OTHER
001940           DISPLAY 'HZMC0001 - ADHERENT NON CHARGE ' AF-CLE
001950               ' ' AF-COADHF ' - STATUT ' W-ADH-MAST-STATUS
001960           MOVE 8 TO RETURN-CODE
001970     END-EVALUATE.
001980 2100-EXIT.
001990     EXIT.
002000*****************************************************************
002010*    3000-CHARGER-POSTES - UNE ENTREE OUV-MAST PAR LIGNE
002020*    OUV-ITEMS, RANGEE SOUS SON NUMERO DE FACTURE.
002030*****************************************************************
002040 3000-CHARGER-POSTES.
002050     OPEN INPUT OUV-ITEMS.
002060     IF NOT OUV-ITEMS-OK
002070        DISPLAY 'HZMC0001 - OUV-ITEMS INDISPONIBLE - STATUT '
002080            W-OUV-ITEMS-STATUS
002090        MOVE 8 TO RETURN-CODE
002100        GO TO 3000-EXIT
002110     END-IF.
002120     OPEN I-O OUV-MAST.
002130     IF OUV-MAST-ABSENT
002140        OPEN OUTPUT OUV-MAST
002150     END-IF.
002160     IF NOT OUV-MAST-OK
002170        DISPLAY 'HZMC0001 - OUV-MAST INDISPONIBLE - STATUT '
002180            W-OUV-MAST-STATUS
002190        MOVE 8 TO RETURN-CODE
002200        CLOSE OUV-ITEMS
002210        GO TO 3000-EXIT
002220     END-IF.
002230     PERFORM 3100-CHARGER-UN-POSTE THRU 3100-EXIT
002240        UNTIL FIN-OUV.
002250     CLOSE OUV-ITEMS OUV-MAST.
002260 3000-EXIT.
002270     EXIT.
002280 3100-CHARGER-UN-POSTE.
002290     READ OUV-ITEMS
002300        AT END
002310           MOVE 'O' TO W-FIN-OUV
002320           GO TO 3100-EXIT
002330     END-READ.
002340     ADD 1 TO W-NB-OUV-LUS.
002350     MOVE OUV-ITEMS-LIGNE TO OUV-MAST-ENREG.
002360     WRITE OUV-MAST-ENREG.
002370     EVALUATE TRUE
002380        WHEN OUV-MAST-OK
002390           ADD 1 TO W-NB-OUV-CHARGES
002400        WHEN OUV-MAST-DOUBLON
002410           ADD 1 TO W-NB-OUV-PRESENTS
002420        WHEN OTHER
002430           DISPLAY 'HZMC0001 - POSTE NON CHARGE '
002440               OV-NUMERO-FACTURE ' - STATUT ' W-OUV-MAST-STATUS
002450           MOVE 8 TO RETURN-CODE
002460     END-EVALUATE.
002470 3100-EXIT.
002480     EXIT.
002490 8000-TERMINE.
002500     IF CHARGER-ADH
002510        MOVE W-NB-ADH-LUES TO W-NB-EDIT
002520        DISPLAY 'HZMC0001 - ENTREES ADH-REF LUES       : '
002530            W-NB-EDIT
002540        MOVE W-NB-ADH-CHARGEES TO W-NB-EDIT
002550        DISPLAY 'HZMC0001 - ENTREES CHARGEES           : '
002560            W-NB-EDIT
002570        MOVE W-NB-ADH-PRESENTES TO W-NB-EDIT
002580        DISPLAY 'HZMC0001 - ENTREES DEJA PRESENTES     : '
002590            W-NB-EDIT
002600     END-IF.
002610     IF CHARGER-OUV
002620        MOVE W-NB-OUV-LUS TO W-NB-EDIT
002630        DISPLAY 'HZMC0001 - POSTES OUV-ITEMS LUS       : '
002640            W-NB-EDIT
002650        MOVE W-NB-OUV-CHARGES TO W-NB-EDIT
002660        DISPLAY 'HZMC0001 - POSTES CHARGES             : '
002670            W-NB-EDIT
002680        MOVE W-NB-OUV-PRESENTS TO W-NB-EDIT
002690        DISPLAY 'HZMC0001 - POSTES DEJA PRESENTS       : '
002700            W-NB-EDIT
002710     END-IF.
002720 8000-EXIT.
002730     EXIT.
