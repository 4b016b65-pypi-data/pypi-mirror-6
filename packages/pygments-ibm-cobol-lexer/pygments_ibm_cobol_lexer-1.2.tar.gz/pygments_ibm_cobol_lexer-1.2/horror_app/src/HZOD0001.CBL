000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZOD0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. SAISIE CONTROLEE DES OPERATIONS DIVERSES (ECRITURES
000080     COMPTABLES MANUELLES), QUI NE SE FONT PLUS PAR RETOUCHE
000090     D'UN FICHIER GL-POST AVANT HZCL0001. LE FICHIER DES
000100     DEMANDES OD-DEM PORTE, PAR NUMERO D'ECRITURE, UN EN-TETE
000110     (DATE, SOUMETTEUR, APPROBATEUR) SUIVI DE SES LIGNES. UNE
000120     ECRITURE EST REJETEE SI ELLE N'EST PAS EQUILIBREE, SI UN
000130     COMPTE EST INCONNU DU PLAN CPT-MAP, SI ELLE CHEVAUCHE LES
000140     DEUX ENTITES JURIDIQUES SANS LIGNES SUR LE COMPTE DE
000150     LIAISON DE HZGL0001 (RUBRIQUE KONSTAB CPT-LIAISON)
000160     EQUILIBRANT CHAQUE ENTITE, OU SI LE SOUMETTEUR L'A
000170     APPROUVEE LUI-MEME (REGLE DES QUATRE YEUX DE HZMT0001).
000180     LES ECRITURES ACCEPTEES SONT ECRITES EN GL-POST, LIBELLE
000190     MARQUE DU NUMERO D'ECRITURE ; TOUTES LES DEMANDES,
000200     ACCEPTEES OU NON, SONT PORTEES AU REGISTRE OD-REG.
000202     UNE ECRITURE DATEE D'UN EXERCICE CLOS PAR HZCX0001 (RUBRIQUE
000204     KONSTAB EXERCICE-CLOS) EST REJETEE, SAUF REOUVERTURE DE CET
000206     EXERCICE (RUBRIQUE EXERCICE-REOUVERT A 'O').
000210*****************************************************************
000220*    HISTORIQUE DES MODIFICATIONS
000230*    --------------------------------------------------------
000240*    DATE       AUTEUR  DESCRIPTION
000250*    --------   ------  -------------------------------------
000260*    15/10/2026 EBA     CREATION.
000263*    15/10/2026 EBA     REJET DES ECRITURES DATEES D'UN EXERCICE
000266*                       CLOS (EXERCICE-CLOS, EXERCICE-REOUVERT).
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OD-DEM ASSIGN TO ODDEM
000370         ORGANIZATION SEQUENTIAL
000380         FILE STATUS W-OD-DEM-STATUS.
000390     SELECT CPT-MAP ASSIGN TO CPTMAP
000400         ORGANIZATION SEQUENTIAL
000410         FILE STATUS W-CPT-MAP-STATUS.
000420     SELECT KONSTAB ASSIGN TO KONSTAB
000430         ORGANIZATION SEQUENTIAL
000440         FILE STATUS W-KONSTAB-STATUS.
000450     SELECT GL-POST ASSIGN TO GLPOST
000460         ORGANIZATION SEQUENTIAL
000470         FILE STATUS W-GL-POST-STATUS.
000480     SELECT OD-REG ASSIGN TO ODREG
000490         ORGANIZATION SEQUENTIAL
000500         FILE STATUS W-OD-REG-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530*****************************************************************
000540*    OD-DEM - DEMANDES D'OPERATIONS DIVERSES, TRIEES PAR NUMERO
000550*    D'ECRITURE. TYPE 'E' EN-TETE (UN PAR ECRITURE, EN TETE DU
000560*    GROUPE) ET 'L' LIGNE. UNE LIGNE SUR LE COMPTE DE LIAISON
000570*    INDIQUE L'ENTITE DONT ELLE EQUILIBRE LES LIGNES (OL-ENTITE) ;
000580*    POUR LES AUTRES COMPTES L'ENTITE VIENT DU PLAN CPT-MAP.
000590*****************************************************************
000600 FD  OD-DEM
000610     LABEL RECORD STANDARD
000620     DATA RECORD OD-DEM-ENREG.
000630 01  OD-DEM-ENREG.
000640     05  OD-NUMERO               PIC X(10).
000650     05  OD-TYPE                 PIC X(01).
000660         88  OD-EN-TETE          VALUE 'E'.
000670         88  OD-LIGNE            VALUE 'L'.
000680     05  OD-CORPS                PIC X(69).
000690     05  OD-CORPS-EN-TETE REDEFINES OD-CORPS.
000700         10  OE-DATE             PIC X(08).
000710         10  OE-DATE-9 REDEFINES OE-DATE
000720                                 PIC 9(08).
000730         10  OE-SOUMETTEUR       PIC X(08).
000740         10  OE-APPROBATEUR      PIC X(08).
000750         10  OE-OBJET            PIC X(30).
000760         10  FILLER              PIC X(15).
000770     05  OD-CORPS-LIGNE REDEFINES OD-CORPS.
000780         10  OL-COMPTE           PIC X(10).
000790         10  OL-SENS             PIC X(01).
000800         10  OL-MONTANT          PIC S9(11)V99
000810                                 SIGN LEADING SEPARATE.
000820         10  OL-LIBELLE          PIC X(30).
000830         10  OL-ENTITE           PIC X(02).
000840         10  FILLER              PIC X(12).
000850 FD  CPT-MAP
000860     LABEL RECORD STANDARD
000870     DATA RECORD CPT-MAP-LIGNE.
000880 01  CPT-MAP-LIGNE.
000890     05  CM-COANAL               PIC X(05).
000900     05  CM-COMPTE-DEBIT         PIC X(10).
000910     05  CM-COMPTE-CREDIT        PIC X(10).
000920     05  CM-ENTITE               PIC X(02).
000930 FD  KONSTAB
000940     LABEL RECORD STANDARD
000950     DATA RECORD KONSTAB-LIGNE.
000960 01  KONSTAB-LIGNE.
000970     05  KONSTAB-RUBRIQUE        PIC X(20).
000980     05  KONSTAB-VALEUR          PIC X(60).
000990 FD  GL-POST
001000     LABEL RECORD STANDARD
001010     DATA RECORD GL-POST-LIGNE.
001020 01  GL-POST-LIGNE.
001030     05  GP-DATE                 PIC 9(08).
001040     05  GP-COMPTE               PIC X(10).
001050     05  GP-SENS                 PIC X(01).
001060     05  GP-MONTANT              PIC S9(11)V99
001070                                 SIGN LEADING SEPARATE.
001080     05  GP-LIBELLE              PIC X(30).
001090 FD  OD-REG
001100     LABEL RECORD STANDARD
001110     DATA RECORD OD-REG-LIGNE.
001120 01  OD-REG-LIGNE                PIC X(132).
001130 WORKING-STORAGE SECTION.
001140 01  W-OD-DEM-STATUS             PIC XX.
001150     88  OD-DEM-OK               VALUE '00'.
001160     88  OD-DEM-FIN              VALUE '10'.
001170 01  W-CPT-MAP-STATUS            PIC XX.
001180     88  CPT-MAP-OK              VALUE '00'.
001190 01  W-KONSTAB-STATUS            PIC XX.
001200     88  KONSTAB-OK              VALUE '00'.
001210     88  KONSTAB-FIN             VALUE '10'.
001220 01  W-GL-POST-STATUS            PIC XX.
001230 01  W-OD-REG-STATUS             PIC XX.
001240 01  W-FIN-DEM                   PIC X VALUE 'N'.
001250     88  FIN-DEM                 VALUE 'O'.
001260 01  W-FIN-MAP                   PIC X VALUE 'N'.
001270     88  FIN-MAP                 VALUE 'O'.
001280 01  KT-CPT-LIAISON              PIC X(10) VALUE SPACES.
001283 01  KT-EXERCICE-CLOS            PIC X(04) VALUE SPACES.
001286 01  KT-EXERCICE-REOUVERT        PIC X(01) VALUE 'N'.
001290*****************************************************************
001300*    ENTITE PAR COMPTE, DEDUITE DU PLAN (400 COMPTES AU PLUS),
001310*    MEME TABLE QUE DANS HZGL0001. ICI UN COMPTE HORS PLAN N'EST
001320*    PAS AFFECTE PAR DEFAUT : IL REJETTE L'ECRITURE.
001330*****************************************************************
001340 01  W-NB-COMPTES                PIC 9(03) COMP VALUE ZERO.
001350 01  W-TAB-COMPTES.
001360     05  W-CP-ENTREE OCCURS 400 TIMES
001370             INDEXED BY W-IDX-CP.
001380         10  W-CP-COMPTE         PIC X(10).
001390         10  W-CP-ENTITE         PIC X(02).
001400 01  W-COMPTE-COURANT            PIC X(10) VALUE SPACES.
001410 01  W-ENTITE-TRAVAIL            PIC X(02) VALUE SPACES.
001420 01  W-ENTITE-COURANTE           PIC X(02) VALUE SPACES.
001430*****************************************************************
001440*    ECRITURE EN COURS : EN-TETE ET LIGNES (50 AU PLUS).
001450*****************************************************************
001460 01  W-EC-NUMERO                 PIC X(10) VALUE SPACES.
001470 01  W-EC-EN-TETE-SW             PIC X VALUE 'N'.
001480     88  EC-EN-TETE-PRESENT      VALUE 'O'.
001490 01  W-EC-DATE                   PIC X(08) VALUE SPACES.
001500 01  W-EC-DATE-9 REDEFINES W-EC-DATE
001510                                 PIC 9(08).
001520 01  W-EC-SOUMETTEUR             PIC X(08) VALUE SPACES.
001530 01  W-EC-APPROBATEUR            PIC X(08) VALUE SPACES.
001540 01  W-EC-DEBORDEMENT-SW         PIC X VALUE 'N'.
001550     88  EC-DEBORDEMENT          VALUE 'O'.
001560 01  W-EC-NB-LIGNES              PIC 9(03) COMP VALUE ZERO.
001570 01  W-EC-TAB-LIGNES.
001580     05  W-EL-ENTREE OCCURS 50 TIMES.
001590         10  W-EL-COMPTE         PIC X(10).
001600         10  W-EL-SENS           PIC X(01).
001610         10  W-EL-MONTANT        PIC S9(11)V99 COMP-3.
001620         10  W-EL-LIBELLE        PIC X(30).
001630         10  W-EL-ENTITE         PIC X(02).
001640 01  W-IDX-LIGNE                 PIC 9(03) COMP VALUE ZERO.
001650 01  W-EC-DEBIT                  PIC S9(13)V99 COMP-3 VALUE 0.
001660 01  W-EC-CREDIT                 PIC S9(13)V99 COMP-3 VALUE 0.
001670 01  W-EC-E1-SOLDE               PIC S9(13)V99 COMP-3 VALUE 0.
001680 01  W-EC-E2-SOLDE               PIC S9(13)V99 COMP-3 VALUE 0.
001690 01  W-MOTIF-REJET               PIC X(40) VALUE SPACES.
001700 01  W-DISPOSITION               PIC X(08) VALUE SPACES.
001710*****************************************************************
001720*    COMPTEURS ET ZONES D'EDITION DU REGISTRE.
001730*****************************************************************
001740 01  W-NB-ECRITURES              PIC 9(05) COMP VALUE ZERO.
001750 01  W-NB-ACCEPTEES              PIC 9(05) COMP VALUE ZERO.
001760 01  W-NB-REJETEES               PIC 9(05) COMP VALUE ZERO.
001770 01  W-NB-LIGNES-GL              PIC 9(07) COMP VALUE ZERO.
001780 01  W-TOTAL-ACCEPTE             PIC S9(13)V99 COMP-3 VALUE 0.
001790 01  W-NB-EDIT                   PIC Z(06)9.
001800 01  W-NB-LIG-EDIT               PIC ZZ9.
001810 01  W-MT-EDIT-1                 PIC -(12)9,99.
001820 01  W-MT-EDIT-2                 PIC -(12)9,99.
001830 01  W-LIGNE-TRAVAIL             PIC X(132).
001840 PROCEDURE DIVISION.
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001870     PERFORM 1400-CHARGER-KONSTAB THRU 1400-EXIT.
001880     PERFORM 1500-CHARGER-PLAN THRU 1500-EXIT.
001890     PERFORM 3000-TRAITER-ECRITURE THRU 3000-EXIT
001900        UNTIL FIN-DEM.
001910     PERFORM 8000-TERMINE THRU 8000-EXIT.
001920     GOBACK.
001930 1000-INITIALISE.
001940     OPEN INPUT OD-DEM.
001950     OPEN OUTPUT GL-POST OD-REG.
001960     MOVE 'REGISTRE DES OPERATIONS DIVERSES - HZOD0001'
001970        TO OD-REG-LIGNE.
001980     WRITE OD-REG-LIGNE.
001990     MOVE SPACES TO W-LIGNE-TRAVAIL.
002000     STRING 'NUMERO     DATE     SOUMET.  APPROB.  LIG'
002010         DELIMITED BY SIZE
002020         '      TOTAL DEBIT     TOTAL CREDIT DISPOSIT MOTIF'
002030         DELIMITED BY SIZE
002040         INTO W-LIGNE-TRAVAIL
002050     END-STRING.
002060     MOVE W-LIGNE-TRAVAIL TO OD-REG-LIGNE.
002070     WRITE OD-REG-LIGNE.
002080     IF NOT OD-DEM-OK
002090        DISPLAY 'HZOD0001 - OD-DEM INDISPONIBLE - STATUT '
002100            W-OD-DEM-STATUS
002110        MOVE 'O' TO W-FIN-DEM
002120        MOVE 8 TO RETURN-CODE
002130        GO TO 1000-EXIT
002140     END-IF.
002150     READ OD-DEM
002160        AT END MOVE 'O' TO W-FIN-DEM.
002170 1000-EXIT.
002180     EXIT.
002190 1400-CHARGER-KONSTAB.
002200     OPEN INPUT KONSTAB.
002210     IF NOT KONSTAB-OK
002220        DISPLAY 'HZOD0001 - KONSTAB INDISPONIBLE - STATUT '
002230            W-KONSTAB-STATUS
002240        GO TO 1400-EXIT
002250     END-IF.
002260     PERFORM UNTIL KONSTAB-FIN
002270        READ KONSTAB
002280           AT END SET KONSTAB-FIN TO TRUE
002290           NOT AT END
002300              IF KONSTAB-RUBRIQUE = 'CPT-LIAISON'
002310                 MOVE KONSTAB-VALEUR (1:10) TO KT-CPT-LIAISON
002311              END-IF
002312              IF KONSTAB-RUBRIQUE = 'EXERCICE-CLOS'
002313                 MOVE KONSTAB-VALEUR (1:4) TO KT-EXERCICE-CLOS
002314              END-IF
002315              IF KONSTAB-RUBRIQUE = 'EXERCICE-REOUVERT'
002316                 MOVE KONSTAB-VALEUR (1:1) TO KT-EXERCICE-REOUVERT
002320              END-IF
002330        END-READ
002340     END-PERFORM.
002350     CLOSE KONSTAB.
002360     IF KT-CPT-LIAISON = SPACES
002370        DISPLAY 'HZOD0001 - RUBRIQUE CPT-LIAISON ABSENTE - '
002380            'AUCUNE ECRITURE INTER-ENTITES POSSIBLE'
002390        MOVE 4 TO RETURN-CODE
002400     END-IF.
002410 1400-EXIT.
002420     EXIT.
002430*****************************************************************
002440*    1500-CHARGER-PLAN - ENTITE PAR COMPTE : LES COMPTES DEBIT
002450*    ET CREDIT DE CHAQUE CORRESPONDANCE APPARTIENNENT A SON
002460*    ENTITE CM-ENTITE (MEME REGLE QUE HZGL0001). SANS PLAN AUCUN
002470*    COMPTE NE PEUT ETRE CONTROLE : TOUTES LES ECRITURES SONT
002480*    REJETEES.
002490*****************************************************************
002500 1500-CHARGER-PLAN.
002510     OPEN INPUT CPT-MAP.
002520     IF NOT CPT-MAP-OK
002530        DISPLAY 'HZOD0001 - CPT-MAP INDISPONIBLE - STATUT '
002540            W-CPT-MAP-STATUS
002550        MOVE 8 TO RETURN-CODE
002560        GO TO 1500-EXIT
002570     END-IF.
002580     PERFORM UNTIL FIN-MAP
002590        READ CPT-MAP
002600           AT END SET FIN-MAP TO TRUE
002610           NOT AT END PERFORM 1510-EMPILER-COMPTES THRU
002620              1510-EXIT
002630        END-READ
002640     END-PERFORM.
002650     CLOSE CPT-MAP.
002660 1500-EXIT.
002670     EXIT.
002680 1510-EMPILER-COMPTES.
002690     MOVE CM-ENTITE TO W-ENTITE-TRAVAIL.
002700     MOVE CM-COMPTE-DEBIT TO W-COMPTE-COURANT.
002710     PERFORM 1520-EMPILER-UN-COMPTE THRU 1520-EXIT.
002720     MOVE CM-COMPTE-CREDIT TO W-COMPTE-COURANT.
002730     PERFORM 1520-EMPILER-UN-COMPTE THRU 1520-EXIT.
002740 1510-EXIT.
002750     EXIT.
002760 1520-EMPILER-UN-COMPTE.
002770     IF W-NB-COMPTES > ZERO
002780        SET W-IDX-CP TO 1
002790        SEARCH W-CP-ENTREE
002800           AT END
002810              PERFORM 1530-CREER-COMPTE THRU 1530-EXIT
002820           WHEN W-IDX-CP > W-NB-COMPTES
002830              PERFORM 1530-CREER-COMPTE THRU 1530-EXIT
002840           WHEN W-CP-COMPTE (W-IDX-CP) = W-COMPTE-COURANT
002850              CONTINUE
002860        END-SEARCH
002870     ELSE
002880        PERFORM 1530-CREER-COMPTE THRU 1530-EXIT
002890     END-IF.
002900 1520-EXIT.
002910     EXIT.
002920 1530-CREER-COMPTE.
002930     IF W-NB-COMPTES < 400
002940        ADD 1 TO W-NB-COMPTES
002950        MOVE W-COMPTE-COURANT TO W-CP-COMPTE (W-NB-COMPTES)
002960        MOVE W-ENTITE-TRAVAIL TO W-CP-ENTITE (W-NB-COMPTES)
002970     ELSE
002980        DISPLAY 'HZOD0001 - TABLE DES COMPTES PLEINE (400) - '
002990            'COMPTE IGNORE : ' W-COMPTE-COURANT
003000        MOVE 8 TO RETURN-CODE
003010     END-IF.
003020 1530-EXIT.
003030     EXIT.
003040*****************************************************************
003050*    3000-TRAITER-ECRITURE - REGROUPE L'EN-TETE ET LES LIGNES
003060*    D'UN MEME NUMERO, CONTROLE L'ECRITURE, L'ECRIT EN GL-POST SI
003070*    ELLE EST ACCEPTEE ET LA PORTE AU REGISTRE DANS TOUS LES CAS.
003080*    DES LIGNES SANS EN-TETE FORMENT UNE ECRITURE REJETEE.
003090*****************************************************************
003100 3000-TRAITER-ECRITURE.
003110     ADD 1 TO W-NB-ECRITURES.
003120     MOVE OD-NUMERO TO W-EC-NUMERO.
003130     MOVE 'N' TO W-EC-EN-TETE-SW W-EC-DEBORDEMENT-SW.
003140     MOVE SPACES TO W-EC-DATE W-EC-SOUMETTEUR W-EC-APPROBATEUR.
003150     MOVE ZERO TO W-EC-NB-LIGNES.
003160     IF OD-EN-TETE
003170        MOVE 'O' TO W-EC-EN-TETE-SW
003180        MOVE OE-DATE TO W-EC-DATE
003190        MOVE OE-SOUMETTEUR TO W-EC-SOUMETTEUR
003200        MOVE OE-APPROBATEUR TO W-EC-APPROBATEUR
003210        READ OD-DEM
003220           AT END MOVE 'O' TO W-FIN-DEM
003230        END-READ
003240     END-IF.
003250     PERFORM 3100-EMPILER-LIGNE THRU 3100-EXIT
003260        UNTIL FIN-DEM OR OD-NUMERO NOT = W-EC-NUMERO
003270           OR OD-EN-TETE.
003280     PERFORM 4000-CONTROLER-ECRITURE THRU 4000-EXIT.
003290     IF W-MOTIF-REJET = SPACES
003300        MOVE 'ACCEPTEE' TO W-DISPOSITION
003310        ADD 1 TO W-NB-ACCEPTEES
003320        ADD W-EC-DEBIT TO W-TOTAL-ACCEPTE
003330        PERFORM 5000-ECRIRE-GL-POST THRU 5000-EXIT
003340           VARYING W-IDX-LIGNE FROM 1 BY 1
003350           UNTIL W-IDX-LIGNE > W-EC-NB-LIGNES
003360     ELSE
003370        MOVE 'REJETEE' TO W-DISPOSITION
003380        ADD 1 TO W-NB-REJETEES
003390        MOVE 4 TO RETURN-CODE
003400     END-IF.
003410     PERFORM 6000-INSCRIRE-REGISTRE THRU 6000-EXIT.
003420 3000-EXIT.
003430     EXIT.
003440 3100-EMPILER-LIGNE.
003450     IF OD-LIGNE
003460        IF W-EC-NB-LIGNES < 50
003470           ADD 1 TO W-EC-NB-LIGNES
003480           MOVE OL-COMPTE TO W-EL-COMPTE (W-EC-NB-LIGNES)
003490           MOVE OL-SENS TO W-EL-SENS (W-EC-NB-LIGNES)
003500           MOVE OL-LIBELLE TO W-EL-LIBELLE (W-EC-NB-LIGNES)
003510           MOVE OL-ENTITE TO W-EL-ENTITE (W-EC-NB-LIGNES)
003520           IF OL-MONTANT IS NUMERIC
003530              MOVE OL-MONTANT TO W-EL-MONTANT (W-EC-NB-LIGNES)
003540           ELSE
003550              MOVE ZERO TO W-EL-MONTANT (W-EC-NB-LIGNES)
003560           END-IF
003570        ELSE
003580           MOVE 'O' TO W-EC-DEBORDEMENT-SW
003590        END-IF
003600     ELSE
003610        MOVE 'TYPE D''ENREGISTREMENT INCONNU' TO W-MOTIF-REJET
003620        MOVE 'O' TO W-EC-DEBORDEMENT-SW
003630     END-IF.
003640     READ OD-DEM
003650        AT END MOVE 'O' TO W-FIN-DEM.
003660 3100-EXIT.
003670     EXIT.
003680*****************************************************************
003690*    4000-CONTROLER-ECRITURE - LE PREMIER MOTIF RENCONTRE EST
003700*    RETENU. LES LIGNES SUR LE COMPTE DE LIAISON SONT AFFECTEES A
003710*    L'ENTITE QU'ELLES PORTENT ET CHAQUE ENTITE DOIT SORTIR
003720*    EQUILIBREE : UNE ECRITURE QUI CHEVAUCHE LES DEUX ENTITES
003730*    SANS CONTREPARTIES DE LIAISON EST REJETEE.
003740*****************************************************************
003750 4000-CONTROLER-ECRITURE.
003760     IF EC-DEBORDEMENT AND W-MOTIF-REJET NOT = SPACES
003770        GO TO 4000-EXIT
003780     END-IF.
003790     MOVE SPACES TO W-MOTIF-REJET.
003800     MOVE ZERO TO W-EC-DEBIT W-EC-CREDIT.
003810     MOVE ZERO TO W-EC-E1-SOLDE W-EC-E2-SOLDE.
003820     IF NOT EC-EN-TETE-PRESENT
003830        MOVE 'EN-TETE D''ECRITURE ABSENT' TO W-MOTIF-REJET
003840        GO TO 4000-EXIT
003850     END-IF.
003860     IF W-EC-NB-LIGNES = ZERO
003870        MOVE 'ECRITURE SANS LIGNE' TO W-MOTIF-REJET
003880        GO TO 4000-EXIT
003890     END-IF.
003900     IF EC-DEBORDEMENT
003910        MOVE 'PLUS DE 50 LIGNES' TO W-MOTIF-REJET
003920        GO TO 4000-EXIT
003930     END-IF.
003940     IF W-EC-DATE NOT NUMERIC OR W-EC-DATE-9 = ZERO
003950        MOVE 'DATE D''ECRITURE INVALIDE' TO W-MOTIF-REJET
003951        GO TO 4000-EXIT
003952     END-IF.
003953     IF KT-EXERCICE-CLOS NUMERIC
003954           AND W-EC-DATE (1:4) NOT > KT-EXERCICE-CLOS
003955        IF W-EC-DATE (1:4) < KT-EXERCICE-CLOS
003956              OR KT-EXERCICE-REOUVERT NOT = 'O'
003957           MOVE 'EXERCICE COMPTABLE CLOS' TO W-MOTIF-REJET
003958           GO TO 4000-EXIT
003959        END-IF
003970     END-IF.
003980     IF W-EC-SOUMETTEUR = SPACES
003990        MOVE 'SOUMETTEUR ABSENT' TO W-MOTIF-REJET
004000        GO TO 4000-EXIT
004010     END-IF.
004020     IF W-EC-APPROBATEUR = SPACES
004030        MOVE 'APPROBATION ABSENTE' TO W-MOTIF-REJET
004040        GO TO 4000-EXIT
004050     END-IF.
004060     IF W-EC-APPROBATEUR = W-EC-SOUMETTEUR
004070        MOVE 'APPROUVEE PAR LE SOUMETTEUR (4 YEUX)'
004080           TO W-MOTIF-REJET
004090        GO TO 4000-EXIT
004100     END-IF.
004110     PERFORM 4100-CONTROLER-LIGNE THRU 4100-EXIT
004120        VARYING W-IDX-LIGNE FROM 1 BY 1
004130        UNTIL W-IDX-LIGNE > W-EC-NB-LIGNES
004140           OR W-MOTIF-REJET NOT = SPACES.
004150     IF W-MOTIF-REJET NOT = SPACES
004160        GO TO 4000-EXIT
004170     END-IF.
004180     IF W-EC-DEBIT NOT = W-EC-CREDIT
004190        MOVE 'ECRITURE NON EQUILIBREE' TO W-MOTIF-REJET
004200        GO TO 4000-EXIT
004210     END-IF.
004220     IF W-EC-E1-SOLDE NOT = ZERO OR W-EC-E2-SOLDE NOT = ZERO
004230        MOVE 'INTER-ENTITES SANS LIAISON EQUILIBREE'
004240           TO W-MOTIF-REJET
004250     END-IF.
004260 4000-EXIT.
004270     EXIT.
004280 4100-CONTROLER-LIGNE.
004290     IF W-EL-SENS (W-IDX-LIGNE) NOT = 'D'
004300           AND W-EL-SENS (W-IDX-LIGNE) NOT = 'C'
004310        MOVE 'SENS DE LIGNE INVALIDE' TO W-MOTIF-REJET
004320        GO TO 4100-EXIT
004330     END-IF.
004340     IF W-EL-MONTANT (W-IDX-LIGNE) NOT > ZERO
004350        MOVE 'MONTANT DE LIGNE NUL OU INVALIDE' TO W-MOTIF-REJET
004360        GO TO 4100-EXIT
004370     END-IF.
004380     IF KT-CPT-LIAISON NOT = SPACES
004390           AND W-EL-COMPTE (W-IDX-LIGNE) = KT-CPT-LIAISON
004400        IF W-EL-ENTITE (W-IDX-LIGNE) NOT = '01'
004410              AND W-EL-ENTITE (W-IDX-LIGNE) NOT = '02'
004420           MOVE 'ENTITE DE LA LIGNE DE LIAISON INVALIDE'
004430              TO W-MOTIF-REJET
004440           GO TO 4100-EXIT
004450        END-IF
004460        MOVE W-EL-ENTITE (W-IDX-LIGNE) TO W-ENTITE-COURANTE
004470     ELSE
004480        MOVE W-EL-COMPTE (W-IDX-LIGNE) TO W-COMPTE-COURANT
004490        PERFORM 4200-CHERCHER-ENTITE THRU 4200-EXIT
004500        IF W-ENTITE-COURANTE = SPACES
004510           MOVE SPACES TO W-MOTIF-REJET
004520           STRING 'COMPTE INCONNU DU PLAN : ' DELIMITED BY SIZE
004530               W-COMPTE-COURANT DELIMITED BY SIZE
004540               INTO W-MOTIF-REJET
004550           END-STRING
004560           GO TO 4100-EXIT
004570        END-IF
004580     END-IF.
004590     IF W-EL-SENS (W-IDX-LIGNE) = 'D'
004600        ADD W-EL-MONTANT (W-IDX-LIGNE) TO W-EC-DEBIT
004610        IF W-ENTITE-COURANTE = '02'
004620           ADD W-EL-MONTANT (W-IDX-LIGNE) TO W-EC-E2-SOLDE
004630        ELSE
004640           ADD W-EL-MONTANT (W-IDX-LIGNE) TO W-EC-E1-SOLDE
004650        END-IF
004660     ELSE
004670        ADD W-EL-MONTANT (W-IDX-LIGNE) TO W-EC-CREDIT
004680        IF W-ENTITE-COURANTE = '02'
004690           SUBTRACT W-EL-MONTANT (W-IDX-LIGNE) FROM W-EC-E2-SOLDE
004700        ELSE
004710           SUBTRACT W-EL-MONTANT (W-IDX-LIGNE) FROM W-EC-E1-SOLDE
004720        END-IF
004730     END-IF.
004740 4100-EXIT.
004750     EXIT.
004760 4200-CHERCHER-ENTITE.
004770     MOVE SPACES TO W-ENTITE-COURANTE.
004780     IF W-NB-COMPTES = ZERO
004790        GO TO 4200-EXIT
004800     END-IF.
004810     SET W-IDX-CP TO 1.
004820     SEARCH W-CP-ENTREE
004830        AT END
004840           CONTINUE
004850        WHEN W-IDX-CP > W-NB-COMPTES
004860           CONTINUE
004870        WHEN W-CP-COMPTE (W-IDX-CP) = W-COMPTE-COURANT
004880           MOVE W-CP-ENTITE (W-IDX-CP) TO W-ENTITE-COURANTE
004890     END-SEARCH.
004900 4200-EXIT.
004910     EXIT.
004920*****************************************************************
004930*    5000-ECRIRE-GL-POST - UNE LIGNE GL-POST PAR LIGNE ACCEPTEE,
004940*    DATEE DE L'EN-TETE ; LE LIBELLE EST MARQUE 'OD' + NUMERO
004950*    D'ECRITURE, SUIVI DU DEBUT DU LIBELLE DE LA LIGNE.
004960*****************************************************************
004970 5000-ECRIRE-GL-POST.
004980     MOVE W-EC-DATE-9 TO GP-DATE.
004990     MOVE W-EL-COMPTE (W-IDX-LIGNE) TO GP-COMPTE.
005000     MOVE W-EL-SENS (W-IDX-LIGNE) TO GP-SENS.
005010     MOVE W-EL-MONTANT (W-IDX-LIGNE) TO GP-MONTANT.
005020     MOVE SPACES TO GP-LIBELLE.
005030     STRING 'OD' DELIMITED BY SIZE
005040         W-EC-NUMERO DELIMITED BY SIZE
005050         ' ' DELIMITED BY SIZE
005060         W-EL-LIBELLE (W-IDX-LIGNE) DELIMITED BY SIZE
005070         INTO GP-LIBELLE
005080     END-STRING.
005090     WRITE GL-POST-LIGNE.
005100     ADD 1 TO W-NB-LIGNES-GL.
005110 5000-EXIT.
005120     EXIT.
005130*****************************************************************
005140*    6000-INSCRIRE-REGISTRE - UNE LIGNE DE REGISTRE PAR
005150*    ECRITURE DEMANDEE, ACCEPTEE OU REJETEE AVEC SON MOTIF.
005160*****************************************************************
005170 6000-INSCRIRE-REGISTRE.
005180     MOVE W-EC-NB-LIGNES TO W-NB-LIG-EDIT.
005190     MOVE W-EC-DEBIT TO W-MT-EDIT-1.
005200     MOVE W-EC-CREDIT TO W-MT-EDIT-2.
005210     MOVE SPACES TO W-LIGNE-TRAVAIL.
005220     STRING W-EC-NUMERO DELIMITED BY SIZE
005230         ' ' DELIMITED BY SIZE
005240         W-EC-DATE DELIMITED BY SIZE
005250         ' ' DELIMITED BY SIZE
005260         W-EC-SOUMETTEUR DELIMITED BY SIZE
005270         ' ' DELIMITED BY SIZE
005280         W-EC-APPROBATEUR DELIMITED BY SIZE
005290         ' ' DELIMITED BY SIZE
005300         W-NB-LIG-EDIT DELIMITED BY SIZE
005310         ' ' DELIMITED BY SIZE
005320         W-MT-EDIT-1 DELIMITED BY SIZE
005330         ' ' DELIMITED BY SIZE
005340         W-MT-EDIT-2 DELIMITED BY SIZE
005350         ' ' DELIMITED BY SIZE
005360         W-DISPOSITION DELIMITED BY SIZE
005370         ' ' DELIMITED BY SIZE
005380         W-MOTIF-REJET DELIMITED BY SIZE
005390         INTO W-LIGNE-TRAVAIL
005400     END-STRING.
005410     MOVE W-LIGNE-TRAVAIL TO OD-REG-LIGNE.
005420     WRITE OD-REG-LIGNE.
005430     MOVE SPACES TO W-MOTIF-REJET.
005440 6000-EXIT.
005450     EXIT.
005460 8000-TERMINE.
005470     MOVE SPACES TO W-LIGNE-TRAVAIL.
005480     MOVE W-NB-ECRITURES TO W-NB-EDIT.
005490     STRING 'ECRITURES DEMANDEES : ' DELIMITED BY SIZE
005500         W-NB-EDIT DELIMITED BY SIZE
005510         INTO W-LIGNE-TRAVAIL
005520     END-STRING.
005530     MOVE W-LIGNE-TRAVAIL TO OD-REG-LIGNE.
005540     WRITE OD-REG-LIGNE.
005550     MOVE SPACES TO W-LIGNE-TRAVAIL.
005560     MOVE W-NB-ACCEPTEES TO W-NB-EDIT.
005570     MOVE W-TOTAL-ACCEPTE TO W-MT-EDIT-1.
005580     STRING 'ECRITURES ACCEPTEES : ' DELIMITED BY SIZE
005590         W-NB-EDIT DELIMITED BY SIZE
005600         ' POUR UN TOTAL DEBIT DE ' DELIMITED BY SIZE
005610         W-MT-EDIT-1 DELIMITED BY SIZE
005620         INTO W-LIGNE-TRAVAIL
005630     END-STRING.
005640     MOVE W-LIGNE-TRAVAIL TO OD-REG-LIGNE.
005650     WRITE OD-REG-LIGNE.
005660     MOVE SPACES TO W-LIGNE-TRAVAIL.
005670     MOVE W-NB-REJETEES TO W-NB-EDIT.
005680     STRING 'ECRITURES REJETEES  : ' DELIMITED BY SIZE
005690         W-NB-EDIT DELIMITED BY SIZE
005700         INTO W-LIGNE-TRAVAIL
005710     END-STRING.
005720     MOVE W-LIGNE-TRAVAIL TO OD-REG-LIGNE.
005730     WRITE OD-REG-LIGNE.
005740     IF OD-DEM-OK OR OD-DEM-FIN
005750        CLOSE OD-DEM
005760     END-IF.
005770     CLOSE GL-POST OD-REG.
005780     MOVE W-NB-ECRITURES TO W-NB-EDIT.
005790     DISPLAY 'HZOD0001 - ECRITURES DEMANDEES : ' W-NB-EDIT.
005800     MOVE W-NB-ACCEPTEES TO W-NB-EDIT.
005810     DISPLAY 'HZOD0001 - ECRITURES ACCEPTEES : ' W-NB-EDIT.
005820     MOVE W-NB-REJETEES TO W-NB-EDIT.
005830     DISPLAY 'HZOD0001 - ECRITURES REJETEES  : ' W-NB-EDIT.
005840     MOVE W-NB-LIGNES-GL TO W-NB-EDIT.
005850     DISPLAY 'HZOD0001 - LIGNES GL-POST      : ' W-NB-EDIT.
005860 8000-EXIT.
005870     EXIT.
