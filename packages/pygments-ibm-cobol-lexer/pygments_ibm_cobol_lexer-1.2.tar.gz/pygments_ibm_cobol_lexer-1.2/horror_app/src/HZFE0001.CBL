000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZFE0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. FICHIER DES ECRITURES COMPTABLES (FEC) DE L'EXERCICE
000080     POUR LE CONTROLE FISCAL, PRODUIT SUR LA CONCATENATION DES
000090     GL-MOIS DE L'ANNEE (GL-ANNEE). EXERCICE LU SUR FE-PARM.
000100     LES GL-POST NE PORTANT NI JOURNAL NI NUMERO, LE JOURNAL EST
000110     ATTRIBUE SUR LE DEBUT DU LIBELLE FIXE DE CHAQUE PROGRAMME
000120     EMETTEUR (TABLE W-TAB-LIBELLES, CODES STABLES) ET LES
000130     ECRITURES SONT NUMEROTEES EN SEQUENCE PAR JOURNAL : UNE
000140     ECRITURE REGROUPE LES LIGNES SUCCESSIVES D'UN MEME JOURNAL
000150     ET D'UNE MEME DATE JUSQU'A EQUILIBRE DEBIT = CREDIT. LES
000160     LIGNES CLIENTS DE FACTURATION SONT LETTREES QUAND TOUTES LES
000170     FACTURES DU JOUR SONT SOLDEES DANS OUV-ITEMS. UNE ECRITURE
000180     DESEQUILIBREE EST EDITEE SUR FE-RPRT ET LE FICHIER FEC-FIC
000190     EST ALORS VIDE (NON LIVRABLE, CODE RETOUR 8).
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
000350     SELECT FE-PARM ASSIGN TO FEPARM
000360         ORGANIZATION SEQUENTIAL
000370         FILE STATUS W-FE-PARM-STATUS.
000380     SELECT GL-ANNEE ASSIGN TO GLANNEE
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-GL-ANNEE-STATUS.
000410     SELECT OUV-ITEMS ASSIGN TO OUVITEMS
000420         ORGANIZATION SEQUENTIAL
000430         FILE STATUS W-OUV-ITEMS-STATUS.
000440     SELECT CPT-MAP ASSIGN TO CPTMAP
000450         ORGANIZATION SEQUENTIAL
000460         FILE STATUS W-CPT-MAP-STATUS.
000470     SELECT FEC-FIC ASSIGN TO FECFIC
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-FEC-FIC-STATUS.
000500     SELECT FE-RPRT ASSIGN TO FERPRT
000510         ORGANIZATION SEQUENTIAL
000520         FILE STATUS W-FE-RPRT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550*****************************************************************
000560*    FE-PARM - EXERCICE EXTRAIT (PREMIER ET DERNIER JOUR).
000570*****************************************************************
000580 FD  FE-PARM
000590     LABEL RECORD STANDARD
000600     DATA RECORD FE-PARM-LIGNE.
000610 01  FE-PARM-LIGNE.
000620     05  FP-DATE-DEBUT           PIC 9(08).
000630     05  FP-DATE-FIN             PIC 9(08).
000640*****************************************************************
000650*    GL-ANNEE - GL-MOIS DE L'EXERCICE CONCATENES DANS L'ORDRE
000660*    CHRONOLOGIQUE, MEME DESSIN QUE GL-POST.
000670*****************************************************************
000680 FD  GL-ANNEE
000690     LABEL RECORD STANDARD
000700     DATA RECORD GL-ANNEE-LIGNE.
000710 01  GL-ANNEE-LIGNE.
000720     05  GA-DATE                 PIC 9(08).
000730     05  GA-COMPTE               PIC X(10).
000740     05  GA-SENS                 PIC X(01).
000750     05  GA-MONTANT              PIC S9(11)V99
000760                                 SIGN LEADING SEPARATE.
000770     05  GA-LIBELLE              PIC X(30).
000780 FD  OUV-ITEMS
000790     LABEL RECORD STANDARD
000800     DATA RECORD OUV-ITEMS-LIGNE.
000810 01  OUV-ITEMS-LIGNE.
000820     05  OV-NUMERO-FACTURE       PIC 9(08).
000830     05  OV-COADHF               PIC X(09).
000840     05  OV-COETBL               PIC X(05).
000850     05  OV-DATE-FACTURE         PIC 9(08).
000860     05  OV-MONTANT-TTC          PIC S9(11)V99
000870                                 SIGN LEADING SEPARATE.
000880     05  OV-MONTANT-REGLE        PIC S9(11)V99
000890                                 SIGN LEADING SEPARATE.
000900     05  OV-STATUT               PIC X(01).
000910 FD  CPT-MAP
000920     LABEL RECORD STANDARD
000930     DATA RECORD CPT-MAP-LIGNE.
000940 01  CPT-MAP-LIGNE.
000950     05  CM-COANAL               PIC X(05).
000960     05  CM-COMPTE-DEBIT         PIC X(10).
000970     05  CM-COMPTE-CREDIT        PIC X(10).
000980     05  CM-ENTITE               PIC X(02).
000990*****************************************************************
001000*    FEC-FIC - FICHIER DES ECRITURES COMPTABLES : LIGNE D'ENTETE
001010*    PUIS UNE LIGNE PAR ECRITURE GL, 18 ZONES SEPAREES PAR '|'.
001020*****************************************************************
001030 FD  FEC-FIC
001040     LABEL RECORD STANDARD
001050     DATA RECORD FEC-FIC-LIGNE.
001060 01  FEC-FIC-LIGNE               PIC X(300).
001070 FD  FE-RPRT
001080     LABEL RECORD STANDARD
001090     DATA RECORD FE-RPRT-LIGNE.
001100 01  FE-RPRT-LIGNE               PIC X(132).
001110 WORKING-STORAGE SECTION.
001120 01  W-FE-PARM-STATUS            PIC XX.
001130     88  FE-PARM-OK              VALUE '00'.
001140 01  W-GL-ANNEE-STATUS           PIC XX.
001150     88  GL-ANNEE-OK             VALUE '00'.
001160 01  W-OUV-ITEMS-STATUS          PIC XX.
001170     88  OUV-ITEMS-OK            VALUE '00'.
001180 01  W-CPT-MAP-STATUS            PIC XX.
001190     88  CPT-MAP-OK              VALUE '00'.
001200 01  W-FEC-FIC-STATUS            PIC XX.
001210 01  W-FE-RPRT-STATUS            PIC XX.
001220 01  W-FIN-LECTURE               PIC X VALUE 'N'.
001230     88  FIN-LECTURE             VALUE 'O'.
001240 01  W-ARRET-SW                  PIC X VALUE 'N'.
001250     88  ARRET-TRAITEMENT        VALUE 'O'.
001260 01  W-DATE-DEBUT                PIC 9(08) VALUE ZERO.
001270 01  W-DATE-FIN                  PIC 9(08) VALUE ZERO.
001280 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
001290 01  W-COMPTE-CLIENT             PIC X(10) VALUE SPACES.
001300*****************************************************************
001310*    LIBELLES FIXES DES PROGRAMMES EMETTEURS : DEBUT DE LIBELLE,
001320*    LONGUEUR COMPAREE, RANG DU JOURNAL DANS W-TAB-JOURNAUX.
001330*****************************************************************
001340 01  W-LIBELLES-VALEURS.
001350     05  FILLER                  PIC X(22) VALUE
001360         'COTISATIONS COANAL'.
001370     05  FILLER                  PIC 9(02) VALUE 18.
001380     05  FILLER                  PIC 9(02) VALUE 01.
001390     05  FILLER                  PIC X(22) VALUE
001400         'FACTURATION'.
001410     05  FILLER                  PIC 9(02) VALUE 11.
001420     05  FILLER                  PIC 9(02) VALUE 02.
001430     05  FILLER                  PIC X(22) VALUE
001440         'TVA COLLECTEE'.
001450     05  FILLER                  PIC 9(02) VALUE 13.
001460     05  FILLER                  PIC 9(02) VALUE 02.
001470     05  FILLER                  PIC X(22) VALUE
001480         'AVOIRS'.
001490     05  FILLER                  PIC 9(02) VALUE 06.
001500     05  FILLER                  PIC 9(02) VALUE 02.
001510     05  FILLER                  PIC X(22) VALUE
001520         'TVA SUR AVOIRS'.
001530     05  FILLER                  PIC 9(02) VALUE 14.
001540     05  FILLER                  PIC 9(02) VALUE 02.
001550     05  FILLER                  PIC X(22) VALUE
001560         'DELTA CORRECTION'.
001570     05  FILLER                  PIC 9(02) VALUE 16.
001580     05  FILLER                  PIC 9(02) VALUE 03.
001590     05  FILLER                  PIC X(22) VALUE
001600         'EXTOURNE ATTENTE'.
001610     05  FILLER                  PIC 9(02) VALUE 16.
001620     05  FILLER                  PIC 9(02) VALUE 04.
001630     05  FILLER                  PIC X(22) VALUE
001640         'RECLASSEMENT'.
001650     05  FILLER                  PIC 9(02) VALUE 12.
001660     05  FILLER                  PIC 9(02) VALUE 04.
001670     05  FILLER                  PIC X(22) VALUE
001680         'TRANSFERT'.
001690     05  FILLER                  PIC 9(02) VALUE 09.
001700     05  FILLER                  PIC 9(02) VALUE 05.
001710     05  FILLER                  PIC X(22) VALUE
001720         'REMBOURSEMENT'.
001730     05  FILLER                  PIC 9(02) VALUE 13.
001740     05  FILLER                  PIC 9(02) VALUE 06.
001750     05  FILLER                  PIC X(22) VALUE
001760         'CONTREPARTIE INTER'.
001770     05  FILLER                  PIC 9(02) VALUE 18.
001780     05  FILLER                  PIC 9(02) VALUE 07.
001790     05  FILLER                  PIC X(22) VALUE
001800         'CREANCES PASSEES'.
001810     05  FILLER                  PIC 9(02) VALUE 16.
001820     05  FILLER                  PIC 9(02) VALUE 08.
001830     05  FILLER                  PIC X(22) VALUE
001840         'RECOUVREMENTS CREANCES'.
001850     05  FILLER                  PIC 9(02) VALUE 22.
001860     05  FILLER                  PIC 9(02) VALUE 09.
001870     05  FILLER                  PIC X(22) VALUE
001880         'PROVISION CUT-OFF'.
001890     05  FILLER                  PIC 9(02) VALUE 17.
001900     05  FILLER                  PIC 9(02) VALUE 10.
001910     05  FILLER                  PIC X(22) VALUE
001920         'EXTOURNE PROVISION'.
001930     05  FILLER                  PIC 9(02) VALUE 18.
001940     05  FILLER                  PIC 9(02) VALUE 10.
001950 01  W-TAB-LIBELLES REDEFINES W-LIBELLES-VALEURS.
001960     05  W-LB-ENTREE OCCURS 15 TIMES
001970             INDEXED BY W-IDX-LB.
001980         10  W-LB-DEBUT          PIC X(22).
001990         10  W-LB-LONGUEUR       PIC 9(02).
002000         10  W-LB-JOURNAL        PIC 9(02).
002010*****************************************************************
002020*    JOURNAUX : CODE, LIBELLE, PROGRAMME EMETTEUR. LE DERNIER
002030*    (DIV) RECOIT LES LIBELLES NON RECONNUS.
002040*****************************************************************
002050 01  W-JOURNAUX-VALEURS.
002060     05  FILLER                  PIC X(31) VALUE
002070         'COTCOTISATIONS         HORROR  '.
002080     05  FILLER                  PIC X(31) VALUE
002090         'VTEVENTES              HZFC0001'.
002100     05  FILLER                  PIC X(31) VALUE
002110         'CORCORRECTIONS         HZCO0001'.
002120     05  FILLER                  PIC X(31) VALUE
002130         'RCLRECLASSEMENTS       HZRS0001'.
002140     05  FILLER                  PIC X(31) VALUE
002150         'TRFTRANSFERTS          HZTF0001'.
002160     05  FILLER                  PIC X(31) VALUE
002170         'REMREMBOURSEMENTS      HZCM0001'.
002180     05  FILLER                  PIC X(31) VALUE
002190         'ICOINTER-COMPAGNIES    HZGL0001'.
002200     05  FILLER                  PIC X(31) VALUE
002210         'PRTPERTES              HZPP0001'.
002220     05  FILLER                  PIC X(31) VALUE
002230         'RECRECOUVREMENTS       HZPM0001'.
002240     05  FILLER                  PIC X(31) VALUE
002250         'CUTCUT-OFF             HZCT0001'.
002260     05  FILLER                  PIC X(31) VALUE
002270         'DIVDIVERS                      '.
002280 01  W-TAB-JOURNAUX-R REDEFINES W-JOURNAUX-VALEURS.
002290     05  W-JV-ENTREE OCCURS 11 TIMES.
002300         10  W-JV-CODE           PIC X(03).
002310         10  W-JV-LIBELLE        PIC X(20).
002320         10  W-JV-PROGRAMME      PIC X(08).
002330 01  W-TAB-JOURNAUX.
002340     05  W-JO-ENTREE OCCURS 11 TIMES.
002350         10  W-JO-DERNIER-NUMERO PIC 9(06) COMP.
002360         10  W-JO-OUVERTE        PIC X(01).
002370         10  W-JO-DATE           PIC 9(08).
002380         10  W-JO-ECR-DEBIT      PIC S9(13)V99 COMP-3.
002390         10  W-JO-ECR-CREDIT     PIC S9(13)V99 COMP-3.
002400         10  W-JO-NB-LIGNES      PIC 9(07) COMP.
002410         10  W-JO-NB-ECRITURES   PIC 9(07) COMP.
002420         10  W-JO-TOT-DEBIT      PIC S9(13)V99 COMP-3.
002430         10  W-JO-TOT-CREDIT     PIC S9(13)V99 COMP-3.
002440 01  W-JOURNAL                   PIC 9(02) COMP VALUE ZERO.
002450 01  W-IDX-JO                    PIC 9(02) COMP VALUE ZERO.
002460*****************************************************************
002470*    DATES DE FACTURATION D'OUV-ITEMS (400 AU PLUS) : NOMBRE DE
002480*    FACTURES ET NOMBRE DE FACTURES SOLDEES.
002490*****************************************************************
002500 01  W-NB-DATES                  PIC 9(04) COMP VALUE ZERO.
002510 01  W-TAB-DATES.
002520     05  W-DF-ENTREE OCCURS 400 TIMES
002530             INDEXED BY W-IDX-DF.
002540         10  W-DF-DATE           PIC 9(08).
002550         10  W-DF-NB-FACTURES    PIC 9(07) COMP.
002560         10  W-DF-NB-SOLDEES     PIC 9(07) COMP.
002570 01  W-DATE-CHERCHEE             PIC 9(08) VALUE ZERO.
002580 01  W-TROUVE-SW                 PIC X VALUE 'N'.
002590     88  ENTREE-TROUVEE          VALUE 'O'.
002600*****************************************************************
002610*    LIGNE FEC COURANTE.
002620*****************************************************************
002630 01  W-SENS                      PIC X(01).
002640 01  W-MONTANT                   PIC S9(11)V99 COMP-3 VALUE 0.
002650 01  W-NUMERO-EDIT               PIC 9(06).
002660 01  W-LETTRAGE                  PIC X(09).
002670 01  W-DATE-LETTRAGE             PIC X(08).
002680 01  W-MT-FEC                    PIC Z(12)9,99.
002690 01  W-NB-BLANCS                 PIC 9(02) COMP VALUE ZERO.
002700 01  W-MONTANT-CADRE             PIC X(16).
002710 01  W-DEBIT-FEC                 PIC X(16).
002720 01  W-CREDIT-FEC                PIC X(16).
002730 01  W-LIGNE-FEC                 PIC X(300).
002740 01  W-NB-LIGNES-FEC             PIC 9(07) COMP VALUE ZERO.
002750 01  W-NB-HORS-EXERCICE          PIC 9(07) COMP VALUE ZERO.
002760 01  W-NB-LETTREES               PIC 9(07) COMP VALUE ZERO.
002770 01  W-NB-DESEQUILIBREES         PIC 9(05) COMP VALUE ZERO.
002780 01  W-TOT-DEBIT                 PIC S9(13)V99 COMP-3 VALUE 0.
002790 01  W-TOT-CREDIT                PIC S9(13)V99 COMP-3 VALUE 0.
002800 01  W-MT-EDIT-1                 PIC -(12)9,99.
002810 01  W-MT-EDIT-2                 PIC -(12)9,99.
002820 01  W-NB-EDIT                   PIC Z(06)9.
002830 01  W-NB-EDIT-2                 PIC Z(06)9.
002840 01  W-LIGNE-TRAVAIL             PIC X(132).
002850 PROCEDURE DIVISION.
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002880     IF ARRET-TRAITEMENT
002890        GO TO 0000-FIN
002900     END-IF.
002910     PERFORM 1500-CHARGER-PLAN THRU 1500-EXIT.
002920     PERFORM 1600-CHARGER-LETTRAGE THRU 1600-EXIT.
002930     PERFORM 2000-EXTRAIRE THRU 2000-EXIT.
002940     PERFORM 7000-EDITER-JOURNAUX THRU 7000-EXIT.
002950     PERFORM 7500-LIVRER-FICHIER THRU 7500-EXIT.
002960 0000-FIN.
002970     PERFORM 8000-TERMINE THRU 8000-EXIT.
002980     GOBACK.
002990*****************************************************************
003000*    1000-INITIALISE - EXERCICE DE FE-PARM. PARAMETRE ABSENT OU
003010*    VIDE : CODE 8, AUCUN FICHIER PRODUIT.
003020*****************************************************************
003030 1000-INITIALISE.
003040     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
003050     OPEN OUTPUT FE-RPRT.
003060     INITIALIZE W-TAB-JOURNAUX.
003070     OPEN INPUT FE-PARM.
003080     IF NOT FE-PARM-OK
003090        DISPLAY 'HZFE0001 - FE-PARM INDISPONIBLE - STATUT '
003100            W-FE-PARM-STATUS
003110        MOVE 8 TO RETURN-CODE
003120        MOVE 'O' TO W-ARRET-SW
003130        GO TO 1000-EXIT
003140     END-IF.
003150     READ FE-PARM
003160        AT END
003170           DISPLAY 'HZFE0001 - FE-PARM VIDE'
003180           MOVE 8 TO RETURN-CODE
003190           MOVE 'O' TO W-ARRET-SW
003200        NOT AT END
003210           MOVE FP-DATE-DEBUT TO W-DATE-DEBUT
003220           MOVE FP-DATE-FIN TO W-DATE-FIN
003230     END-READ.
003240     CLOSE FE-PARM.
003250     IF ARRET-TRAITEMENT
003260        GO TO 1000-EXIT
003270     END-IF.
003280     MOVE SPACES TO W-LIGNE-TRAVAIL.
003290     STRING 'HZFE0001 - FICHIER DES ECRITURES COMPTABLES - '
003300         DELIMITED BY SIZE
003310         'EXERCICE DU ' DELIMITED BY SIZE
003320         W-DATE-DEBUT DELIMITED BY SIZE
003330         ' AU ' DELIMITED BY SIZE
003340         W-DATE-FIN DELIMITED BY SIZE
003350         INTO W-LIGNE-TRAVAIL
003360     END-STRING.
003370     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
003380     MOVE SPACES TO W-LIGNE-TRAVAIL.
003390     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
003400 1000-EXIT.
003410     EXIT.
003420*****************************************************************
003430*    1500-CHARGER-PLAN - COMPTE CLIENT (DEBIT DE L'ENTREE
003440*    'FACT'), SEUL COMPTE LETTRE.
003450*****************************************************************
003460 1500-CHARGER-PLAN.
003470     OPEN INPUT CPT-MAP.
003480     IF NOT CPT-MAP-OK
003490        DISPLAY 'HZFE0001 - CPT-MAP INDISPONIBLE, PAS DE '
003500            'LETTRAGE - STATUT ' W-CPT-MAP-STATUS
003510        MOVE 4 TO RETURN-CODE
003520        GO TO 1500-EXIT
003530     END-IF.
003540     MOVE 'N' TO W-FIN-LECTURE.
003550     PERFORM UNTIL FIN-LECTURE
003560        READ CPT-MAP
003570           AT END MOVE 'O' TO W-FIN-LECTURE
003580           NOT AT END
003590              IF CM-COANAL = 'FACT'
003600                 MOVE CM-COMPTE-DEBIT TO W-COMPTE-CLIENT
003610              END-IF
003620        END-READ
003630     END-PERFORM.
003640     CLOSE CPT-MAP.
003650 1500-EXIT.
003660     EXIT.
003670*****************************************************************
003680*    1600-CHARGER-LETTRAGE - FACTURES ET FACTURES SOLDEES ('S')
003690*    PAR DATE DE FACTURATION.
003700*****************************************************************
003710 1600-CHARGER-LETTRAGE.
003720     OPEN INPUT OUV-ITEMS.
003730     IF NOT OUV-ITEMS-OK
003740        DISPLAY 'HZFE0001 - OUV-ITEMS INDISPONIBLE, PAS DE '
003750            'LETTRAGE - STATUT ' W-OUV-ITEMS-STATUS
003760        MOVE 4 TO RETURN-CODE
003770        GO TO 1600-EXIT
003780     END-IF.
003790     MOVE 'N' TO W-FIN-LECTURE.
003800     PERFORM 1610-LIRE-POSTE THRU 1610-EXIT
003810        UNTIL FIN-LECTURE.
003820     CLOSE OUV-ITEMS.
003830 1600-EXIT.
003840     EXIT.
003850 1610-LIRE-POSTE.
003860     READ OUV-ITEMS
003870        AT END
003880           MOVE 'O' TO W-FIN-LECTURE
003890           GO TO 1610-EXIT
003900     END-READ.
003910     MOVE OV-DATE-FACTURE TO W-DATE-CHERCHEE.
003920     PERFORM 1620-CHERCHER-DATE THRU 1620-EXIT.
003930     IF NOT ENTREE-TROUVEE
003940        IF W-NB-DATES NOT < 400
003950           DISPLAY 'HZFE0001 - TABLE DES DATES PLEINE (400) - '
003960               'FACTURES DU ' OV-DATE-FACTURE ' NON LETTREES'
003970           MOVE 4 TO RETURN-CODE
003980           GO TO 1610-EXIT
003990        END-IF
004000        ADD 1 TO W-NB-DATES
004010        SET W-IDX-DF TO W-NB-DATES
004020        MOVE OV-DATE-FACTURE TO W-DF-DATE (W-IDX-DF)
004030        MOVE ZERO TO W-DF-NB-FACTURES (W-IDX-DF)
004040        MOVE ZERO TO W-DF-NB-SOLDEES (W-IDX-DF)
004050     END-IF.
004060     ADD 1 TO W-DF-NB-FACTURES (W-IDX-DF).
004070     IF OV-STATUT = 'S'
004080        ADD 1 TO W-DF-NB-SOLDEES (W-IDX-DF)
004090     END-IF.
004100 1610-EXIT.
004110     EXIT.
004120 1620-CHERCHER-DATE.
004130     MOVE 'N' TO W-TROUVE-SW.
004140     IF W-NB-DATES = ZERO
004150        GO TO 1620-EXIT
004160     END-IF.
004170     SET W-IDX-DF TO 1.
004180     SEARCH W-DF-ENTREE
004190        AT END
004200           CONTINUE
004210        WHEN W-IDX-DF > W-NB-DATES
004220           CONTINUE
004230        WHEN W-DF-DATE (W-IDX-DF) = W-DATE-CHERCHEE
004240           MOVE 'O' TO W-TROUVE-SW
004250     END-SEARCH.
004260 1620-EXIT.
004270     EXIT.
004280*****************************************************************
004290*    2000-EXTRAIRE - ENTETE FEC PUIS UNE LIGNE PAR ECRITURE GL DE
004300*    L'EXERCICE. EN FIN DE FICHIER, LES ECRITURES RESTEES
004310*    OUVERTES SONT CLOSES (ET DONC DESEQUILIBREES).
004320*****************************************************************
004330 2000-EXTRAIRE.
004340     OPEN INPUT GL-ANNEE.
004350     IF NOT GL-ANNEE-OK
004360        DISPLAY 'HZFE0001 - GL-ANNEE INDISPONIBLE - STATUT '
004370            W-GL-ANNEE-STATUS
004380        MOVE 8 TO RETURN-CODE
004390        MOVE 'O' TO W-ARRET-SW
004400        GO TO 2000-EXIT
004410     END-IF.
004420     OPEN OUTPUT FEC-FIC.
004430     MOVE SPACES TO FEC-FIC-LIGNE.
004440     STRING 'JournalCode|JournalLib|EcritureNum|EcritureDate|'
004450         DELIMITED BY SIZE
004460         'CompteNum|CompteLib|CompAuxNum|CompAuxLib|PieceRef|'
004470         DELIMITED BY SIZE
004480         'PieceDate|EcritureLib|Debit|Credit|EcritureLet|'
004490         DELIMITED BY SIZE
004500         'DateLet|ValidDate|Montantdevise|Idevise'
004510         DELIMITED BY SIZE
004520         INTO FEC-FIC-LIGNE
004530     END-STRING.
004540     WRITE FEC-FIC-LIGNE.
004550     MOVE 'N' TO W-FIN-LECTURE.
004560     PERFORM 2100-LIRE-ECRITURE THRU 2100-EXIT
004570        UNTIL FIN-LECTURE.
004580     CLOSE GL-ANNEE.
004590     PERFORM 2500-CLORE-ECRITURE THRU 2500-EXIT
004600        VARYING W-JOURNAL FROM 1 BY 1
004610        UNTIL W-JOURNAL > 11.
004620     CLOSE FEC-FIC.
004630 2000-EXIT.
004640     EXIT.
004650 2100-LIRE-ECRITURE.
004660     READ GL-ANNEE
004670        AT END
004680           MOVE 'O' TO W-FIN-LECTURE
004690           GO TO 2100-EXIT
004700     END-READ.
004710     IF GA-DATE < W-DATE-DEBUT OR GA-DATE > W-DATE-FIN
004720        ADD 1 TO W-NB-HORS-EXERCICE
004730        GO TO 2100-EXIT
004740     END-IF.
004750     PERFORM 2200-ATTRIBUER-JOURNAL THRU 2200-EXIT.
004760     IF W-JO-OUVERTE (W-JOURNAL) = 'O'
004770        AND W-JO-DATE (W-JOURNAL) NOT = GA-DATE
004780        PERFORM 2500-CLORE-ECRITURE THRU 2500-EXIT
004790     END-IF.
004800     IF W-JO-OUVERTE (W-JOURNAL) NOT = 'O'
004810        ADD 1 TO W-JO-DERNIER-NUMERO (W-JOURNAL)
004820        ADD 1 TO W-JO-NB-ECRITURES (W-JOURNAL)
004830        MOVE 'O' TO W-JO-OUVERTE (W-JOURNAL)
004840        MOVE GA-DATE TO W-JO-DATE (W-JOURNAL)
004850        MOVE ZERO TO W-JO-ECR-DEBIT (W-JOURNAL)
004860        MOVE ZERO TO W-JO-ECR-CREDIT (W-JOURNAL)
004870     END-IF.
004880     MOVE GA-SENS TO W-SENS.
004890     MOVE GA-MONTANT TO W-MONTANT.
004900     IF W-MONTANT < ZERO
004910        COMPUTE W-MONTANT = ZERO - W-MONTANT
004920        IF W-SENS = 'D'
004930           MOVE 'C' TO W-SENS
004940        ELSE
004950           MOVE 'D' TO W-SENS
004960        END-IF
004970     END-IF.
004980     IF W-SENS = 'D'
004990        ADD W-MONTANT TO W-JO-ECR-DEBIT (W-JOURNAL)
005000        ADD W-MONTANT TO W-JO-TOT-DEBIT (W-JOURNAL)
005010        ADD W-MONTANT TO W-TOT-DEBIT
005020     ELSE
005030        ADD W-MONTANT TO W-JO-ECR-CREDIT (W-JOURNAL)
005040        ADD W-MONTANT TO W-JO-TOT-CREDIT (W-JOURNAL)
005050        ADD W-MONTANT TO W-TOT-CREDIT
005060     END-IF.
005070     ADD 1 TO W-JO-NB-LIGNES (W-JOURNAL).
005080     PERFORM 2300-LETTRER THRU 2300-EXIT.
005090     PERFORM 2400-ECRIRE-FEC THRU 2400-EXIT.
005100     IF W-JO-ECR-DEBIT (W-JOURNAL) = W-JO-ECR-CREDIT (W-JOURNAL)
005110        MOVE 'N' TO W-JO-OUVERTE (W-JOURNAL)
005120     END-IF.
005130 2100-EXIT.
005140     EXIT.
005150*****************************************************************
005160*    2200-ATTRIBUER-JOURNAL - PREMIER DEBUT DE LIBELLE DE LA
005170*    TABLE QUI CORRESPOND ; A DEFAUT, JOURNAL DIV.
005180*****************************************************************
005190 2200-ATTRIBUER-JOURNAL.
005200     MOVE 11 TO W-JOURNAL.
005210     SET W-IDX-LB TO 1.
005220     SEARCH W-LB-ENTREE
005230        AT END
005240           CONTINUE
005250        WHEN GA-LIBELLE (1:W-LB-LONGUEUR (W-IDX-LB)) =
005260             W-LB-DEBUT (W-IDX-LB) (1:W-LB-LONGUEUR (W-IDX-LB))
005270           MOVE W-LB-JOURNAL (W-IDX-LB) TO W-JOURNAL
005280     END-SEARCH.
005290 2200-EXIT.
005300     EXIT.
005310*****************************************************************
005320*    2300-LETTRER - LIGNE CLIENT DE FACTURATION (COMPTE CLIENT,
005330*    JOURNAL VTE, LIBELLE 'FACTURATION CLIENTS TTC') : LETTRE
005340*    'F' + DATE QUAND TOUTES LES FACTURES DU JOUR SONT SOLDEES,
005350*    DATE DE LETTRAGE = DATE D'EXTRACTION.
005360*****************************************************************
005370 2300-LETTRER.
005380     MOVE SPACES TO W-LETTRAGE.
005390     MOVE SPACES TO W-DATE-LETTRAGE.
005400     IF W-JOURNAL NOT = 2
005410        OR GA-COMPTE NOT = W-COMPTE-CLIENT
005420        OR GA-LIBELLE NOT = 'FACTURATION CLIENTS TTC'
005430        OR W-COMPTE-CLIENT = SPACES
005440        GO TO 2300-EXIT
005450     END-IF.
005460     MOVE GA-DATE TO W-DATE-CHERCHEE.
005470     PERFORM 1620-CHERCHER-DATE THRU 1620-EXIT.
005480     IF NOT ENTREE-TROUVEE
005490        GO TO 2300-EXIT
005500     END-IF.
005510     IF W-DF-NB-SOLDEES (W-IDX-DF) = W-DF-NB-FACTURES (W-IDX-DF)
005520        STRING 'F' DELIMITED BY SIZE
005530            GA-DATE DELIMITED BY SIZE
005540            INTO W-LETTRAGE
005550        END-STRING
005560        MOVE W-DATE-JOUR-CCYYMMDD TO W-DATE-LETTRAGE
005570        ADD 1 TO W-NB-LETTREES
005580     END-IF.
005590 2300-EXIT.
005600     EXIT.
005610*****************************************************************
005620*    2400-ECRIRE-FEC - LIGNE FEC : JOURNAL, NUMERO D'ECRITURE
005630*    (AUSSI REFERENCE DE PIECE), DATES, COMPTE, LIBELLE,
005640*    DEBIT/CREDIT CADRES A GAUCHE, LETTRAGE, DATE DE VALIDATION
005650*    = DATE DE L'ECRITURE.
005660*****************************************************************
005670 2400-ECRIRE-FEC.
005680     MOVE W-JO-DERNIER-NUMERO (W-JOURNAL) TO W-NUMERO-EDIT.
005690     MOVE W-MONTANT TO W-MT-FEC.
005700     PERFORM 2410-CADRER-MONTANT THRU 2410-EXIT.
005710     IF W-SENS = 'D'
005720        MOVE W-MONTANT-CADRE TO W-DEBIT-FEC
005730        MOVE '0,00' TO W-CREDIT-FEC
005740     ELSE
005750        MOVE '0,00' TO W-DEBIT-FEC
005760        MOVE W-MONTANT-CADRE TO W-CREDIT-FEC
005770     END-IF.
005780     MOVE SPACES TO W-LIGNE-FEC.
005790     STRING W-JV-CODE (W-JOURNAL) DELIMITED BY SIZE
005800         '|' DELIMITED BY SIZE
005810         W-JV-LIBELLE (W-JOURNAL) DELIMITED BY '  '
005820         '|' DELIMITED BY SIZE
005830         W-NUMERO-EDIT DELIMITED BY SIZE
005840         '|' DELIMITED BY SIZE
005850         GA-DATE DELIMITED BY SIZE
005860         '|' DELIMITED BY SIZE
005870         GA-COMPTE DELIMITED BY SPACE
005880         '|COMPTE ' DELIMITED BY SIZE
005890         GA-COMPTE DELIMITED BY SPACE
005900         '|||' DELIMITED BY SIZE
005910         W-JV-CODE (W-JOURNAL) DELIMITED BY SIZE
005920         W-NUMERO-EDIT DELIMITED BY SIZE
005930         '|' DELIMITED BY SIZE
005940         GA-DATE DELIMITED BY SIZE
005950         '|' DELIMITED BY SIZE
005960         GA-LIBELLE DELIMITED BY '  '
005970         '|' DELIMITED BY SIZE
005980         W-DEBIT-FEC DELIMITED BY SPACE
005990         '|' DELIMITED BY SIZE
006000         W-CREDIT-FEC DELIMITED BY SPACE
006010         '|' DELIMITED BY SIZE
006020         W-LETTRAGE DELIMITED BY SPACE
006030         '|' DELIMITED BY SIZE
006040         W-DATE-LETTRAGE DELIMITED BY SPACE
006050         '|' DELIMITED BY SIZE
006060         GA-DATE DELIMITED BY SIZE
006070         '||' DELIMITED BY SIZE
006080         INTO W-LIGNE-FEC
006090     END-STRING.
006100     MOVE W-LIGNE-FEC TO FEC-FIC-LIGNE.
006110     WRITE FEC-FIC-LIGNE.
006120     ADD 1 TO W-NB-LIGNES-FEC.
006130 2400-EXIT.
006140     EXIT.
006150*****************************************************************
006160*    2410-CADRER-MONTANT - W-MT-FEC SANS SES BLANCS DE TETE DANS
006170*    W-MONTANT-CADRE.
006180*****************************************************************
006190 2410-CADRER-MONTANT.
006200     MOVE ZERO TO W-NB-BLANCS.
006210     INSPECT W-MT-FEC TALLYING W-NB-BLANCS FOR LEADING SPACES.
006220     MOVE SPACES TO W-MONTANT-CADRE.
006230     MOVE W-MT-FEC (W-NB-BLANCS + 1:) TO W-MONTANT-CADRE.
006240 2410-EXIT.
006250     EXIT.
006260*****************************************************************
006270*    2500-CLORE-ECRITURE - CLOT L'ECRITURE OUVERTE DU JOURNAL
006280*    W-JOURNAL. UNE ECRITURE CLOSE SANS EQUILIBRE EST EDITEE ET
006290*    BLOQUE LA LIVRAISON DU FICHIER.
006300*****************************************************************
006310 2500-CLORE-ECRITURE.
006320     IF W-JO-OUVERTE (W-JOURNAL) NOT = 'O'
006330        GO TO 2500-EXIT
006340     END-IF.
006350     MOVE 'N' TO W-JO-OUVERTE (W-JOURNAL).
006360     IF W-JO-ECR-DEBIT (W-JOURNAL) = W-JO-ECR-CREDIT (W-JOURNAL)
006370        GO TO 2500-EXIT
006380     END-IF.
006390     ADD 1 TO W-NB-DESEQUILIBREES.
006400     MOVE W-JO-DERNIER-NUMERO (W-JOURNAL) TO W-NUMERO-EDIT.
006410     MOVE W-JO-ECR-DEBIT (W-JOURNAL) TO W-MT-EDIT-1.
006420     MOVE W-JO-ECR-CREDIT (W-JOURNAL) TO W-MT-EDIT-2.
006430     MOVE SPACES TO W-LIGNE-TRAVAIL.
006440     STRING 'ECRITURE DESEQUILIBREE ' DELIMITED BY SIZE
006450         W-JV-CODE (W-JOURNAL) DELIMITED BY SIZE
006460         ' ' DELIMITED BY SIZE
006470         W-NUMERO-EDIT DELIMITED BY SIZE
006480         ' DU ' DELIMITED BY SIZE
006490         W-JO-DATE (W-JOURNAL) DELIMITED BY SIZE
006500         ' DEBIT ' DELIMITED BY SIZE
006510         W-MT-EDIT-1 DELIMITED BY SIZE
006520         ' CREDIT ' DELIMITED BY SIZE
006530         W-MT-EDIT-2 DELIMITED BY SIZE
006540         INTO W-LIGNE-TRAVAIL
006550     END-STRING.
006560     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
006570 2500-EXIT.
006580     EXIT.
006590*****************************************************************
006600*    7000-EDITER-JOURNAUX - PAR JOURNAL : PROGRAMME EMETTEUR,
006610*    ECRITURES, LIGNES, TOTAUX DEBIT ET CREDIT.
006620*****************************************************************
006630 7000-EDITER-JOURNAUX.
006640     MOVE SPACES TO W-LIGNE-TRAVAIL.
006650     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
006660     MOVE 'JOURNAL                  PROGRAMME  ECRITURES   LIGNES'
006670        TO W-LIGNE-TRAVAIL.
006680     MOVE 'DEBIT' TO W-LIGNE-TRAVAIL (69:5).
006690     MOVE 'CREDIT' TO W-LIGNE-TRAVAIL (85:6).
006700     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
006710     PERFORM 7100-EDITER-JOURNAL THRU 7100-EXIT
006720        VARYING W-IDX-JO FROM 1 BY 1
006730        UNTIL W-IDX-JO > 11.
006740     MOVE W-TOT-DEBIT TO W-MT-EDIT-1.
006750     MOVE W-TOT-CREDIT TO W-MT-EDIT-2.
006760     MOVE W-NB-LIGNES-FEC TO W-NB-EDIT-2.
006770     MOVE SPACES TO W-LIGNE-TRAVAIL.
006780     STRING 'TOTAL                                          '
006790         DELIMITED BY SIZE
006800         W-NB-EDIT-2 DELIMITED BY SIZE
006810         ' ' DELIMITED BY SIZE
006820         W-MT-EDIT-1 DELIMITED BY SIZE
006830         ' ' DELIMITED BY SIZE
006840         W-MT-EDIT-2 DELIMITED BY SIZE
006850         INTO W-LIGNE-TRAVAIL
006860     END-STRING.
006870     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
006880 7000-EXIT.
006890     EXIT.
006900 7100-EDITER-JOURNAL.
006910     IF W-JO-NB-LIGNES (W-IDX-JO) = ZERO
006920        GO TO 7100-EXIT
006930     END-IF.
006940     MOVE W-JO-NB-ECRITURES (W-IDX-JO) TO W-NB-EDIT.
006950     MOVE W-JO-NB-LIGNES (W-IDX-JO) TO W-NB-EDIT-2.
006960     MOVE W-JO-TOT-DEBIT (W-IDX-JO) TO W-MT-EDIT-1.
006970     MOVE W-JO-TOT-CREDIT (W-IDX-JO) TO W-MT-EDIT-2.
006980     MOVE SPACES TO W-LIGNE-TRAVAIL.
006990     STRING W-JV-CODE (W-IDX-JO) DELIMITED BY SIZE
007000         ' ' DELIMITED BY SIZE
007010         W-JV-LIBELLE (W-IDX-JO) DELIMITED BY SIZE
007020         ' ' DELIMITED BY SIZE
007030         W-JV-PROGRAMME (W-IDX-JO) DELIMITED BY SIZE
007040         '   ' DELIMITED BY SIZE
007050         W-NB-EDIT DELIMITED BY SIZE
007060         ' ' DELIMITED BY SIZE
007070         W-NB-EDIT-2 DELIMITED BY SIZE
007080         ' ' DELIMITED BY SIZE
007090         W-MT-EDIT-1 DELIMITED BY SIZE
007100         ' ' DELIMITED BY SIZE
007110         W-MT-EDIT-2 DELIMITED BY SIZE
007120         INTO W-LIGNE-TRAVAIL
007130     END-STRING.
007140     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
007150 7100-EXIT.
007160     EXIT.
007170*****************************************************************
007180*    7500-LIVRER-FICHIER - AU MOINS UNE ECRITURE DESEQUILIBREE :
007190*    FEC-FIC EST VIDE (REOUVERT EN SORTIE) ET LE TRAITEMENT SORT
007200*    EN CODE 8. SINON LE FICHIER EST DECLARE LIVRABLE.
007210*****************************************************************
007220 7500-LIVRER-FICHIER.
007230     IF ARRET-TRAITEMENT
007240        GO TO 7500-EXIT
007250     END-IF.
007260     MOVE SPACES TO W-LIGNE-TRAVAIL.
007270     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
007280     IF W-NB-DESEQUILIBREES = ZERO
007290        MOVE 'CONTROLE DEBIT = CREDIT PAR ECRITURE SATISFAIT - '
007300           TO W-LIGNE-TRAVAIL
007310        MOVE 'FICHIER FEC LIVRABLE' TO W-LIGNE-TRAVAIL (50:)
007320        PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT
007330        GO TO 7500-EXIT
007340     END-IF.
007350     OPEN OUTPUT FEC-FIC.
007360     CLOSE FEC-FIC.
007370     MOVE W-NB-DESEQUILIBREES TO W-NB-EDIT.
007380     MOVE SPACES TO W-LIGNE-TRAVAIL.
007390     STRING W-NB-EDIT DELIMITED BY SIZE
007400         ' ECRITURE(S) DESEQUILIBREE(S) - FICHIER FEC VIDE, '
007410         DELIMITED BY SIZE
007420         'NON LIVRABLE' DELIMITED BY SIZE
007430         INTO W-LIGNE-TRAVAIL
007440     END-STRING.
007450     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
007460     MOVE 8 TO RETURN-CODE.
007470 7500-EXIT.
007480     EXIT.
007490 7900-ECRIRE-LIGNE.
007500     MOVE W-LIGNE-TRAVAIL TO FE-RPRT-LIGNE.
007510     WRITE FE-RPRT-LIGNE.
007520 7900-EXIT.
007530     EXIT.
007540 8000-TERMINE.
007550     CLOSE FE-RPRT.
007560     MOVE W-NB-LIGNES-FEC TO W-NB-EDIT.
007570     DISPLAY 'HZFE0001 - LIGNES FEC           : ' W-NB-EDIT.
007580     MOVE W-NB-HORS-EXERCICE TO W-NB-EDIT.
007590     DISPLAY 'HZFE0001 - LIGNES HORS EXERCICE : ' W-NB-EDIT.
007600     MOVE W-NB-LETTREES TO W-NB-EDIT.
007610     DISPLAY 'HZFE0001 - LIGNES LETTREES      : ' W-NB-EDIT.
007620     MOVE W-NB-DESEQUILIBREES TO W-NB-EDIT.
007630     DISPLAY 'HZFE0001 - ECRITURES DESEQUIL.  : ' W-NB-EDIT.
007640 8000-EXIT.
007650     EXIT.
