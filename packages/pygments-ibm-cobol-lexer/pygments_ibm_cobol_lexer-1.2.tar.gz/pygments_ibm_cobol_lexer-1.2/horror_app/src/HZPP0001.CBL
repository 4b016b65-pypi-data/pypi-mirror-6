000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZPP0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. PASSAGE EN PERTE DES CREANCES IRRECOUVRABLES APRES LE
000080     DERNIER NIVEAU DE RELANCE. LE FICHIER DES DEMANDES
000090     APPROUVEES PP-DEM (FACTURE, ADHERENT, APPROBATEUR, DATE
000100     D'APPROBATION, MOTIF) EST CONTROLE : POSTE CONNU ET NON
000110     SOLDE, ADHERENT CONFORME, DERNIER NIVEAU DE RELANCE (3)
000120     ATTEINT DANS RELANCE-HIST, AUCUNE ECHEANCE A ECHOIR ('A')
000130     DE L'ADHERENT DANS ECHEANCIER, DEMANDE APPROUVEE. LE POSTE
000137     ACCEPTE EST FERME AU STATUT 'I' (IRRECOUVRABLE) DANS LE
000144     MAITRE OUV-MAST, REECRIT PAR NUMERO DE FACTURE ; LA PERTE
000151     (RESTE DU) EST PASSEE SUR GL-POST
000160     PAR L'ENTREE 'PERTE' DU PLAN CPT-MAP (PERTE AU DEBIT,
000170     CLIENT AU CREDIT) ET INSCRITE AU REGISTRE PP-REG ; LE
000180     RAPPORT PP-RPRT LISTE LES DEMANDES ACCEPTEES ET REJETEES.
000190     UN REGLEMENT ULTERIEUR SUR LE POSTE EST TRAITE EN
000200     RECOUVREMENT PAR HZPM0001.
000210*****************************************************************
000220*    HISTORIQUE DES MODIFICATIONS
000230*    --------------------------------------------------------
000240*    DATE       AUTEUR  DESCRIPTION
000250*    --------   ------  -------------------------------------
000260*    15/10/2026 EBA     CREATION.
000262*    15/10/2026 EBA     POSTES LUS ET REECRITS DANS LE MAITRE
000264*                       INDEXE OUV-MAST (OUVMSTC) : PLUS DE TABLE
000266*                       DE 1000 POSTES NI DE RECOPIE SUR
000268*                       OUV-ITEMS-NV.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PP-DEM ASSIGN TO PPDEM
000370         ORGANIZATION SEQUENTIAL
000380         FILE STATUS W-PP-DEM-STATUS.
000385     SELECT OUV-MAST ASSIGN TO OUVMAST
000390         ORGANIZATION INDEXED
000395         ACCESS MODE RANDOM
000400         RECORD KEY OV-NUMERO-FACTURE
000405         ALTERNATE RECORD KEY OV-COADHF WITH DUPLICATES
000410         FILE STATUS W-OUV-MAST-STATUS.
000420     SELECT RELANCE-HIST ASSIGN TO RELHIST
000430         ORGANIZATION SEQUENTIAL
000440         FILE STATUS W-RELANCE-HIST-STATUS.
000450     SELECT ECHEANCIER ASSIGN TO ECHEANC
000460         ORGANIZATION SEQUENTIAL
000470         FILE STATUS W-ECHEANCIER-STATUS.
000480     SELECT CPT-MAP ASSIGN TO CPTMAP
000490         ORGANIZATION SEQUENTIAL
000500         FILE STATUS W-CPT-MAP-STATUS.
000540     SELECT GL-POST ASSIGN TO GLPOST
000550         ORGANIZATION SEQUENTIAL
000560         FILE STATUS W-GL-POST-STATUS.
000570     SELECT PP-REG ASSIGN TO PPREG
000580         ORGANIZATION SEQUENTIAL
000590         FILE STATUS W-PP-REG-STATUS.
000600     SELECT PP-RPRT ASSIGN TO PPRPRT
000610         ORGANIZATION SEQUENTIAL
000620         FILE STATUS W-PP-RPRT-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650*****************************************************************
000660*    PP-DEM - DEMANDES DE PASSAGE EN PERTE APPROUVEES PAR LA
000670*    DIRECTION FINANCIERE : FACTURE, ADHERENT, APPROBATEUR,
000680*    DATE D'APPROBATION ET MOTIF.
000690*****************************************************************
000700 FD  PP-DEM
000710     LABEL RECORD STANDARD
000720     DATA RECORD PP-DEM-LIGNE.
000730 01  PP-DEM-LIGNE.
000740     05  PD-NUMERO-FACTURE       PIC 9(08).
000750     05  PD-COADHF               PIC X(09).
000760     05  PD-APPROBATEUR          PIC X(08).
000770     05  PD-DATE-APPROB          PIC 9(08).
000780     05  PD-MOTIF                PIC X(40).
000790*****************************************************************
000800*    OUV-MAST - MAITRE DES POSTES CLIENTS, LU PAR NUMERO DE
000810*    FACTURE. STATUT 'I' : POSTE PASSE EN PERTE (IRRECOUVRABLE).
000820*****************************************************************
000848 FD  OUV-MAST
000876     LABEL RECORD STANDARD
000904     DATA RECORD OUV-MAST-ENREG.
000932 COPY OUVMSTC.
000960*****************************************************************
000970*    RELANCE-HIST - DERNIER NIVEAU DE RELANCE ENVOYE PAR
000980*    FACTURE, TENU PAR HZDU0001.
000990*****************************************************************
001000 FD  RELANCE-HIST
001010     LABEL RECORD STANDARD
001020     DATA RECORD RELANCE-HIST-LIGNE.
001030 01  RELANCE-HIST-LIGNE.
001040     05  RH-NUMERO-FACTURE       PIC 9(08).
001050     05  RH-NIVEAU               PIC 9(01).
001060     05  RH-DATE-ENVOI           PIC 9(08).
001070*****************************************************************
001080*    ECHEANCIER - ECHEANCES DE REGLEMENT, MEME DESSIN QUE DANS
001090*    HZEC0001 (STATUT 'A' A ECHOIR / 'L' LIBEREE).
001100*****************************************************************
001110 FD  ECHEANCIER
001120     LABEL RECORD STANDARD
001130     DATA RECORD ECHEANCIER-LIGNE.
001140 01  ECHEANCIER-LIGNE.
001150     05  EC-COADHF               PIC X(09).
001160     05  EC-COETBL               PIC X(05).
001170     05  EC-COTRTO               PIC X(05).
001180     05  EC-CETRTF               PIC X(05).
001190     05  EC-RANG                 PIC 9(02).
001200     05  EC-DATE-ECHEANCE        PIC 9(08).
001210     05  EC-MONTANT              PIC S9(07)V99
001220                                 SIGN LEADING SEPARATE.
001230     05  EC-STATUT               PIC X(01).
001240 FD  CPT-MAP
001250     LABEL RECORD STANDARD
001260     DATA RECORD CPT-MAP-LIGNE.
001270 01  CPT-MAP-LIGNE.
001280     05  CM-COANAL               PIC X(05).
001290     05  CM-COMPTE-DEBIT         PIC X(10).
001300     05  CM-COMPTE-CREDIT        PIC X(10).
001310     05  CM-ENTITE               PIC X(02).
001360 FD  GL-POST
001370     LABEL RECORD STANDARD
001380     DATA RECORD GL-POST-LIGNE.
001390 01  GL-POST-LIGNE.
001400     05  GP-DATE                 PIC 9(08).
001410     05  GP-COMPTE               PIC X(10).
001420     05  GP-SENS                 PIC X(01).
001430     05  GP-MONTANT              PIC S9(11)V99
001440                                 SIGN LEADING SEPARATE.
001450     05  GP-LIBELLE              PIC X(30).
001460*****************************************************************
001470*    PP-REG - REGISTRE DES PASSAGES EN PERTE : DATE, FACTURE,
001480*    ADHERENT, ETABLISSEMENT, MONTANT PASSE EN PERTE,
001490*    APPROBATEUR ET MOTIF.
001500*****************************************************************
001510 FD  PP-REG
001520     LABEL RECORD STANDARD
001530     DATA RECORD PP-REG-LIGNE.
001540 01  PP-REG-LIGNE.
001550     05  PR-DATE                 PIC 9(08).
001560     05  PR-NUMERO-FACTURE       PIC 9(08).
001570     05  PR-COADHF               PIC X(09).
001580     05  PR-COETBL               PIC X(05).
001590     05  PR-MONTANT              PIC S9(11)V99
001600                                 SIGN LEADING SEPARATE.
001610     05  PR-APPROBATEUR          PIC X(08).
001620     05  PR-MOTIF                PIC X(40).
001630 FD  PP-RPRT
001640     LABEL RECORD STANDARD
001650     DATA RECORD PP-RPRT-LIGNE.
001660 01  PP-RPRT-LIGNE               PIC X(132).
001670 WORKING-STORAGE SECTION.
001680 01  W-PP-DEM-STATUS             PIC XX.
001690     88  PP-DEM-OK               VALUE '00'.
001700     88  PP-DEM-FIN              VALUE '10'.
001706 01  W-OUV-MAST-STATUS           PIC XX.
001712     88  OUV-MAST-OK             VALUE '00'.
001718 01  W-OUV-MAST-OUVERT           PIC X VALUE 'N'.
001724     88  OUV-MAST-OUVERT         VALUE 'O'.
001730 01  W-RELANCE-HIST-STATUS       PIC XX.
001740     88  RELANCE-HIST-OK         VALUE '00'.
001750 01  W-ECHEANCIER-STATUS         PIC XX.
001760     88  ECHEANCIER-OK           VALUE '00'.
001770 01  W-CPT-MAP-STATUS            PIC XX.
001780     88  CPT-MAP-OK              VALUE '00'.
001800 01  W-GL-POST-STATUS            PIC XX.
001810 01  W-PP-REG-STATUS             PIC XX.
001820 01  W-PP-RPRT-STATUS            PIC XX.
001830 01  W-FIN-DEM                   PIC X VALUE 'N'.
001840     88  FIN-DEM                 VALUE 'O'.
001870 01  W-FIN-HIST                  PIC X VALUE 'N'.
001880     88  FIN-HIST                VALUE 'O'.
001890 01  W-FIN-ECH                   PIC X VALUE 'N'.
001900     88  FIN-ECH                 VALUE 'O'.
001910 01  W-FIN-MAP                   PIC X VALUE 'N'.
001920     88  FIN-MAP                 VALUE 'O'.
001930*****************************************************************
001940*    DERNIER NIVEAU DE RELANCE DE HZDU0001.
001950*****************************************************************
001960 01  W-NIVEAU-FINAL              PIC 9(01) VALUE 3.
002120*****************************************************************
002130*    DERNIER NIVEAU DE RELANCE PAR FACTURE (1000 AU PLUS, MEME
002140*    BORNE QUE HZDU0001).
002150*****************************************************************
002160 01  W-NB-HIST                   PIC 9(04) COMP VALUE ZERO.
002170 01  W-TAB-HIST.
002180     05  W-RH-ENTREE OCCURS 1000 TIMES
002190             INDEXED BY W-IDX-RH.
002200         10  W-RH-NUMERO         PIC 9(08).
002210         10  W-RH-NIVEAU         PIC 9(01).
002220*****************************************************************
002230*    ADHERENTS AYANT UNE ECHEANCE A ECHOIR (1000 AU PLUS).
002240*****************************************************************
002250 01  W-NB-ECH                    PIC 9(04) COMP VALUE ZERO.
002260 01  W-TAB-ECH.
002270     05  W-EA-ENTREE OCCURS 1000 TIMES
002280             INDEXED BY W-IDX-EA.
002290         10  W-EA-COADHF         PIC X(09).
002300*****************************************************************
002310*    COMPTES DE L'ENTREE 'PERTE' DU PLAN CPT-MAP : PERTES SUR
002320*    CREANCES IRRECOUVRABLES AU DEBIT, CLIENT AU CREDIT.
002330*****************************************************************
002340 01  W-COMPTE-PERTE              PIC X(10) VALUE SPACES.
002350 01  W-COMPTE-CLIENT             PIC X(10) VALUE SPACES.
002360 01  W-SWITCHES.
002370     05  W-POSTE-TROUVE-SW       PIC X VALUE 'N'.
002380         88  POSTE-TROUVE        VALUE 'O'.
002390     05  W-NIVEAU-ATTEINT-SW     PIC X VALUE 'N'.
002400         88  NIVEAU-ATTEINT      VALUE 'O'.
002410     05  W-ECHEANCIER-SW         PIC X VALUE 'N'.
002420         88  SOUS-ECHEANCIER     VALUE 'O'.
002430 01  W-MOTIF-REJET               PIC X(40) VALUE SPACES.
002440 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
002450 01  W-RESTE-DU                  PIC S9(11)V99 COMP-3 VALUE 0.
002460 01  W-NB-DEMANDES               PIC 9(05) COMP VALUE ZERO.
002470 01  W-NB-ACCEPTEES              PIC 9(05) COMP VALUE ZERO.
002480 01  W-NB-REJETEES               PIC 9(05) COMP VALUE ZERO.
002490 01  W-TOTAL-PERTE               PIC S9(13)V99 COMP-3 VALUE 0.
002510 01  W-NB-EDIT                   PIC Z(04)9.
002520 01  W-MT-EDIT                   PIC -(12)9,99.
002530 01  W-LIGNE-TRAVAIL             PIC X(132).
002540 PROCEDURE DIVISION.
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002570     PERFORM 1500-OUVRIR-POSTES THRU 1500-EXIT.
002580     PERFORM 1600-CHARGER-HISTORIQUE THRU 1600-EXIT.
002590     PERFORM 1700-CHARGER-ECHEANCIER THRU 1700-EXIT.
002600     PERFORM 1800-CHARGER-COMPTES THRU 1800-EXIT.
002610     PERFORM 3000-TRAITER-DEMANDE THRU 3000-EXIT
002620        UNTIL FIN-DEM.
002640     PERFORM 7500-ECRIRE-GL THRU 7500-EXIT.
002650     PERFORM 8000-TERMINE THRU 8000-EXIT.
002660     GOBACK.
002670 1000-INITIALISE.
002680     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
002690     OPEN INPUT PP-DEM.
002700     OPEN OUTPUT PP-REG PP-RPRT.
002710     IF NOT PP-DEM-OK
002720        DISPLAY 'HZPP0001 - PP-DEM INDISPONIBLE - STATUT '
002730            W-PP-DEM-STATUS
002740        MOVE 'O' TO W-FIN-DEM
002750        MOVE 8 TO RETURN-CODE
002760        GO TO 1000-EXIT
002770     END-IF.
002780     MOVE SPACES TO W-LIGNE-TRAVAIL.
002790     STRING 'PASSAGES EN PERTE DU ' DELIMITED BY SIZE
002800         W-DATE-JOUR-CCYYMMDD DELIMITED BY SIZE
002810         INTO W-LIGNE-TRAVAIL
002820     END-STRING.
002830     MOVE W-LIGNE-TRAVAIL TO PP-RPRT-LIGNE.
002840     WRITE PP-RPRT-LIGNE.
002850     READ PP-DEM
002860        AT END MOVE 'O' TO W-FIN-DEM.
002870 1000-EXIT.
002880     EXIT.
002909 1500-OUVRIR-POSTES.
002938     OPEN I-O OUV-MAST.
002967     IF NOT OUV-MAST-OK
002996        DISPLAY 'HZPP0001 - OUV-MAST INDISPONIBLE - STATUT '
003025            W-OUV-MAST-STATUS
003054        MOVE 8 TO RETURN-CODE
003083        GO TO 1500-EXIT
003112     END-IF.
003141     MOVE 'O' TO W-OUV-MAST-OUVERT.
003170 1500-EXIT.
003199     EXIT.
003230 1600-CHARGER-HISTORIQUE.
003240     OPEN INPUT RELANCE-HIST.
003250     IF NOT RELANCE-HIST-OK
003260        DISPLAY 'HZPP0001 - RELANCE-HIST INDISPONIBLE, AUCUN '
003270            'PASSAGE EN PERTE POSSIBLE - STATUT '
003280            W-RELANCE-HIST-STATUS
003290        MOVE 4 TO RETURN-CODE
003300        GO TO 1600-EXIT
003310     END-IF.
003320     PERFORM UNTIL FIN-HIST
003330        READ RELANCE-HIST
003340           AT END SET FIN-HIST TO TRUE
003350           NOT AT END PERFORM 1610-EMPILER-HISTORIQUE THRU
003360              1610-EXIT
003370        END-READ
003380     END-PERFORM.
003390     CLOSE RELANCE-HIST.
003400 1600-EXIT.
003410     EXIT.
003420 1610-EMPILER-HISTORIQUE.
003430     IF W-NB-HIST < 1000
003440        ADD 1 TO W-NB-HIST
003450        MOVE RH-NUMERO-FACTURE TO W-RH-NUMERO (W-NB-HIST)
003460        MOVE RH-NIVEAU TO W-RH-NIVEAU (W-NB-HIST)
003470     ELSE
003480        DISPLAY 'HZPP0001 - TABLE HISTORIQUE PLEINE (1000) - '
003490            'ENTREE IGNOREE : ' RH-NUMERO-FACTURE
003500        MOVE 8 TO RETURN-CODE
003510     END-IF.
003520 1610-EXIT.
003530     EXIT.
003540*****************************************************************
003550*    1700-CHARGER-ECHEANCIER - SEULS LES ADHERENTS AYANT ENCORE
003560*    UNE ECHEANCE A ECHOIR SONT RETENUS. FICHIER ABSENT : AUCUN
003570*    ECHEANCIER EN COURS.
003580*****************************************************************
003590 1700-CHARGER-ECHEANCIER.
003600     OPEN INPUT ECHEANCIER.
003610     IF NOT ECHEANCIER-OK
003620        DISPLAY 'HZPP0001 - ECHEANCIER INDISPONIBLE, AUCUN '
003630            'ECHEANCIER EN COURS - STATUT ' W-ECHEANCIER-STATUS
003640        GO TO 1700-EXIT
003650     END-IF.
003660     PERFORM UNTIL FIN-ECH
003670        READ ECHEANCIER
003680           AT END SET FIN-ECH TO TRUE
003690           NOT AT END
003700              IF EC-STATUT = 'A'
003710                 PERFORM 1710-EMPILER-ECHEANCIER THRU 1710-EXIT
003720              END-IF
003730        END-READ
003740     END-PERFORM.
003750     CLOSE ECHEANCIER.
003760 1700-EXIT.
003770     EXIT.
003780 1710-EMPILER-ECHEANCIER.
003790     IF W-NB-ECH > ZERO
003800        SET W-IDX-EA TO 1
003810        SEARCH W-EA-ENTREE
003820           AT END
003830              CONTINUE
003840           WHEN W-IDX-EA > W-NB-ECH
003850              CONTINUE
003860           WHEN W-EA-COADHF (W-IDX-EA) = EC-COADHF
003870              GO TO 1710-EXIT
003880        END-SEARCH
003890     END-IF.
003900     IF W-NB-ECH < 1000
003910        ADD 1 TO W-NB-ECH
003920        MOVE EC-COADHF TO W-EA-COADHF (W-NB-ECH)
003930     ELSE
003940        DISPLAY 'HZPP0001 - TABLE ECHEANCIER PLEINE (1000) - '
003950            'ENTREE IGNOREE : ' EC-COADHF
003960        MOVE 8 TO RETURN-CODE
003970     END-IF.
003980 1710-EXIT.
003990     EXIT.
004000*****************************************************************
004010*    1800-CHARGER-COMPTES - ENTREE 'PERTE' DU PLAN CPT-MAP.
004020*****************************************************************
004030 1800-CHARGER-COMPTES.
004040     OPEN INPUT CPT-MAP.
004050     IF NOT CPT-MAP-OK
004060        DISPLAY 'HZPP0001 - CPT-MAP INDISPONIBLE - STATUT '
004070            W-CPT-MAP-STATUS
004080        MOVE 8 TO RETURN-CODE
004090        GO TO 1800-EXIT
004100     END-IF.
004110     PERFORM UNTIL FIN-MAP
004120        READ CPT-MAP
004130           AT END SET FIN-MAP TO TRUE
004140           NOT AT END
004150              IF CM-COANAL = 'PERTE'
004160                 MOVE CM-COMPTE-DEBIT TO W-COMPTE-PERTE
004170                 MOVE CM-COMPTE-CREDIT TO W-COMPTE-CLIENT
004180              END-IF
004190        END-READ
004200     END-PERFORM.
004210     CLOSE CPT-MAP.
004220 1800-EXIT.
004230     EXIT.
004240*****************************************************************
004250*    3000-TRAITER-DEMANDE - CONTROLES DE LA DEMANDE ; LE PREMIER
004260*    CONTROLE EN ECHEC DONNE LE MOTIF DE REJET. SANS COMPTES
004270*    'PERTE' AUCUNE DEMANDE N'EST ACCEPTEE (UN POSTE NE SE FERME
004280*    PAS SANS SON ECRITURE).
004290*****************************************************************
004300 3000-TRAITER-DEMANDE.
004310     ADD 1 TO W-NB-DEMANDES.
004320     MOVE SPACES TO W-MOTIF-REJET.
004330     IF W-COMPTE-PERTE = SPACES OR W-COMPTE-CLIENT = SPACES
004340        MOVE 'ENTREE PERTE ABSENTE DU PLAN CPT-MAP'
004350           TO W-MOTIF-REJET
004360        GO TO 3000-REJET
004370     END-IF.
004380     IF PD-APPROBATEUR = SPACES
004390        OR PD-DATE-APPROB NOT NUMERIC
004400        OR PD-DATE-APPROB = ZERO
004410        MOVE 'DEMANDE NON APPROUVEE' TO W-MOTIF-REJET
004420        GO TO 3000-REJET
004430     END-IF.
004440     PERFORM 3100-CHERCHER-POSTE THRU 3100-EXIT.
004450     IF NOT POSTE-TROUVE
004460        MOVE 'FACTURE ABSENTE DES POSTES OUVERTS'
004470           TO W-MOTIF-REJET
004480        GO TO 3000-REJET
004490     END-IF.
004500     IF OV-COADHF NOT = PD-COADHF
004510        MOVE 'ADHERENT NON CONFORME A LA FACTURE'
004520           TO W-MOTIF-REJET
004530        GO TO 3000-REJET
004540     END-IF.
004550     IF OV-STATUT = 'S'
004560        OR OV-STATUT = 'I'
004570        MOVE 'POSTE DEJA SOLDE OU DEJA PASSE EN PERTE'
004580           TO W-MOTIF-REJET
004590        GO TO 3000-REJET
004600     END-IF.
004615     COMPUTE W-RESTE-DU = OV-MONTANT-TTC - OV-MONTANT-REGLE.
004630     IF W-RESTE-DU NOT > ZERO
004640        MOVE 'AUCUN RESTE DU SUR LE POSTE' TO W-MOTIF-REJET
004650        GO TO 3000-REJET
004660     END-IF.
004670     PERFORM 3200-CONTROLER-NIVEAU THRU 3200-EXIT.
004680     IF NOT NIVEAU-ATTEINT
004690        MOVE 'DERNIER NIVEAU DE RELANCE NON ATTEINT'
004700           TO W-MOTIF-REJET
004710        GO TO 3000-REJET
004720     END-IF.
004730     PERFORM 3300-CONTROLER-ECHEANCIER THRU 3300-EXIT.
004740     IF SOUS-ECHEANCIER
004750        MOVE 'ADHERENT SOUS ECHEANCIER EN COURS'
004760           TO W-MOTIF-REJET
004770        GO TO 3000-REJET
004780     END-IF.
004790     PERFORM 4000-PASSER-EN-PERTE THRU 4000-EXIT.
004800     GO TO 3000-SUIVANT.
004810 3000-REJET.
004820     ADD 1 TO W-NB-REJETEES.
004830     MOVE SPACES TO W-LIGNE-TRAVAIL.
004840     STRING 'REJET     FACTURE ' DELIMITED BY SIZE
004850         PD-NUMERO-FACTURE DELIMITED BY SIZE
004860         ' ADHERENT ' DELIMITED BY SIZE
004870         PD-COADHF DELIMITED BY SIZE
004880         ' APPROBATEUR ' DELIMITED BY SIZE
004890         PD-APPROBATEUR DELIMITED BY SIZE
004900         ' : ' DELIMITED BY SIZE
004910         W-MOTIF-REJET DELIMITED BY SIZE
004920         INTO W-LIGNE-TRAVAIL
004930     END-STRING.
004940     MOVE W-LIGNE-TRAVAIL TO PP-RPRT-LIGNE.
004950     WRITE PP-RPRT-LIGNE.
004960     MOVE 4 TO RETURN-CODE.
004970 3000-SUIVANT.
004980     READ PP-DEM
004990        AT END MOVE 'O' TO W-FIN-DEM.
005000 3000-EXIT.
005010     EXIT.
005023 3100-CHERCHER-POSTE.
005036     MOVE 'N' TO W-POSTE-TROUVE-SW.
005049     IF NOT OUV-MAST-OUVERT
005062        GO TO 3100-EXIT
005075     END-IF.
005088     MOVE PD-NUMERO-FACTURE TO OV-NUMERO-FACTURE.
005101     READ OUV-MAST
005114        INVALID KEY GO TO 3100-EXIT
005127     END-READ.
005140     MOVE 'O' TO W-POSTE-TROUVE-SW.
005160 3100-EXIT.
005170     EXIT.
005180 3200-CONTROLER-NIVEAU.
005190     MOVE 'N' TO W-NIVEAU-ATTEINT-SW.
005200     IF W-NB-HIST = ZERO
005210        GO TO 3200-EXIT
005220     END-IF.
005230     SET W-IDX-RH TO 1.
005240     SEARCH W-RH-ENTREE
005250        AT END
005260           CONTINUE
005270        WHEN W-IDX-RH > W-NB-HIST
005280           CONTINUE
005290        WHEN W-RH-NUMERO (W-IDX-RH) = PD-NUMERO-FACTURE
005300           IF W-RH-NIVEAU (W-IDX-RH) NOT < W-NIVEAU-FINAL
005310              MOVE 'O' TO W-NIVEAU-ATTEINT-SW
005320           END-IF
005330     END-SEARCH.
005340 3200-EXIT.
005350     EXIT.
005360 3300-CONTROLER-ECHEANCIER.
005370     MOVE 'N' TO W-ECHEANCIER-SW.
005380     IF W-NB-ECH = ZERO
005390        GO TO 3300-EXIT
005400     END-IF.
005410     SET W-IDX-EA TO 1.
005420     SEARCH W-EA-ENTREE
005430        AT END
005440           CONTINUE
005450        WHEN W-IDX-EA > W-NB-ECH
005460           CONTINUE
005470        WHEN W-EA-COADHF (W-IDX-EA) = PD-COADHF
005480           MOVE 'O' TO W-ECHEANCIER-SW
005490     END-SEARCH.
005500 3300-EXIT.
005510     EXIT.
005520*****************************************************************
005530*    4000-PASSER-EN-PERTE - POSTE FERME AU STATUT 'I' (LE REGLE
005540*    RESTE CELUI DEJA ENCAISSE, LA PERTE EST LE RESTE DU),
005550*    LIGNE DE REGISTRE ET LIGNE DE RAPPORT.
005560*****************************************************************
005570 4000-PASSER-EN-PERTE.
005576     MOVE 'I' TO OV-STATUT.
005582     REWRITE OUV-MAST-ENREG.
005590     ADD 1 TO W-NB-ACCEPTEES.
005600     ADD W-RESTE-DU TO W-TOTAL-PERTE.
005610     MOVE W-DATE-JOUR-CCYYMMDD TO PR-DATE.
005620     MOVE PD-NUMERO-FACTURE TO PR-NUMERO-FACTURE.
005630     MOVE PD-COADHF TO PR-COADHF.
005640     MOVE OV-COETBL TO PR-COETBL.
005650     MOVE W-RESTE-DU TO PR-MONTANT.
005660     MOVE PD-APPROBATEUR TO PR-APPROBATEUR.
005670     MOVE PD-MOTIF TO PR-MOTIF.
005680     WRITE PP-REG-LIGNE.
005690     MOVE W-RESTE-DU TO W-MT-EDIT.
005700     MOVE SPACES TO W-LIGNE-TRAVAIL.
005710     STRING 'PERTE     FACTURE ' DELIMITED BY SIZE
005720         PD-NUMERO-FACTURE DELIMITED BY SIZE
005730         ' ADHERENT ' DELIMITED BY SIZE
005740         PD-COADHF DELIMITED BY SIZE
005750         ' APPROBATEUR ' DELIMITED BY SIZE
005760         PD-APPROBATEUR DELIMITED BY SIZE
005770         ' MONTANT ' DELIMITED BY SIZE
005780         W-MT-EDIT DELIMITED BY SIZE
005790         ' ' DELIMITED BY SIZE
005800         PD-MOTIF DELIMITED BY SIZE
005810         INTO W-LIGNE-TRAVAIL
005820     END-STRING.
005830     MOVE W-LIGNE-TRAVAIL TO PP-RPRT-LIGNE.
005840     WRITE PP-RPRT-LIGNE.
005850 4000-EXIT.
005860     EXIT.
006070*****************************************************************
006080*    7500-ECRIRE-GL - UNE ECRITURE EQUILIBREE POUR LE TOTAL DU
006090*    JOUR : PERTE AU DEBIT, CLIENT AU CREDIT.
006100*****************************************************************
006110 7500-ECRIRE-GL.
006120     IF W-NB-ACCEPTEES = ZERO
006130        GO TO 7500-EXIT
006140     END-IF.
006150     OPEN OUTPUT GL-POST.
006160     MOVE W-DATE-JOUR-CCYYMMDD TO GP-DATE.
006170     MOVE W-COMPTE-PERTE TO GP-COMPTE.
006180     MOVE 'D' TO GP-SENS.
006190     MOVE W-TOTAL-PERTE TO GP-MONTANT.
006200     MOVE 'CREANCES PASSEES EN PERTE' TO GP-LIBELLE.
006210     WRITE GL-POST-LIGNE.
006220     MOVE W-COMPTE-CLIENT TO GP-COMPTE.
006230     MOVE 'C' TO GP-SENS.
006240     WRITE GL-POST-LIGNE.
006250     CLOSE GL-POST.
006260 7500-EXIT.
006270     EXIT.
006280 8000-TERMINE.
006290     IF PP-DEM-OK OR PP-DEM-FIN
006300        CLOSE PP-DEM
006310     END-IF.
006320     MOVE W-TOTAL-PERTE TO W-MT-EDIT.
006330     MOVE SPACES TO W-LIGNE-TRAVAIL.
006340     STRING 'TOTAL PASSE EN PERTE : ' DELIMITED BY SIZE
006350         W-MT-EDIT DELIMITED BY SIZE
006360         INTO W-LIGNE-TRAVAIL
006370     END-STRING.
006380     MOVE W-LIGNE-TRAVAIL TO PP-RPRT-LIGNE.
006390     WRITE PP-RPRT-LIGNE.
006394     CLOSE PP-REG PP-RPRT.
006398     IF OUV-MAST-OUVERT
006402        CLOSE OUV-MAST
006406     END-IF.
006410     MOVE W-NB-DEMANDES TO W-NB-EDIT.
006420     DISPLAY 'HZPP0001 - DEMANDES LUES    : ' W-NB-EDIT.
006430     MOVE W-NB-ACCEPTEES TO W-NB-EDIT.
006440     DISPLAY 'HZPP0001 - PASSEES EN PERTE : ' W-NB-EDIT.
006450     MOVE W-NB-REJETEES TO W-NB-EDIT.
006460     DISPLAY 'HZPP0001 - REJETEES         : ' W-NB-EDIT.
006470 8000-EXIT.
006480     EXIT.
