000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZBQ0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. RAPPROCHEMENT BANCAIRE DU COMPTE DE BANQUE DU GRAND
000080     LIVRE (RUBRIQUE KONSTAB CPT-BANQUE) AVEC LE RELEVE COMPLET
000090     DE LA BANQUE (VIREMENTS RECUS, DEBITS, FRAIS BANCAIRES,
000100     REMISES DE PRELEVEMENTS ET RETOURS IMPAYES TRAITES PAR
000110     HZRB0001), POUR LE MOIS EN COURS. LES MOUVEMENTS DU RELEVE
000120     SONT RAPPROCHES DES LIGNES GL-POST DU COMPTE DE BANQUE SUR
000130     LE MONTANT, LE SENS ET UNE FENETRE DE DATES (KONSTAB
000140     RAPBQ-FENETRE), D'ABORD AVEC LA REFERENCE DU RELEVE
000150     RETROUVEE DANS LE LIBELLE COMPTABLE, PUIS SANS REFERENCE.
000160     L'ETAT DE RAPPROCHEMENT CLASSIQUE EST EDITE SUR BQ-RPRT :
000170     SOLDE COMPTABLE (SOLDE-OUV DE HZCL0001 + ECRITURES DU MOIS),
000180     MOUVEMENTS EN BANQUE NON COMPTABILISES, ECRITURES NON
000190     PASSEES EN BANQUE, SOLDE BANCAIRE RECONSTITUE ET ECART AVEC
000200     LE SOLDE DU RELEVE. LES SUSPENS NON RAPPROCHES SONT REPORTES
000210     (RAP-IN / RAP-OUT, COMME SUSP-IN / SUSP-OUT DE HZPM0001) ;
000220     CEUX PLUS ANCIENS QUE RAPBQ-AGE-MAX JOURS SONT SIGNALES.
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
000380     SELECT RELEVE ASSIGN TO RELEVE
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-RELEVE-STATUS.
000410     SELECT GL-POST ASSIGN TO GLPOST
000420         ORGANIZATION SEQUENTIAL
000430         FILE STATUS W-GL-POST-STATUS.
000440     SELECT SOLDE-OUV ASSIGN TO SOLDEOUV
000450         ORGANIZATION SEQUENTIAL
000460         FILE STATUS W-SOLDE-OUV-STATUS.
000470     SELECT RAP-IN ASSIGN TO RAPIN
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-RAP-IN-STATUS.
000500     SELECT RAP-OUT ASSIGN TO RAPOUT
000510         ORGANIZATION SEQUENTIAL
000520         FILE STATUS W-RAP-OUT-STATUS.
000530     SELECT KONSTAB ASSIGN TO KONSTAB
000540         ORGANIZATION SEQUENTIAL
000550         FILE STATUS W-KONSTAB-STATUS.
000560     SELECT BQ-RPRT ASSIGN TO BQRPRT
000570         ORGANIZATION SEQUENTIAL
000580         FILE STATUS W-BQ-RPRT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610*****************************************************************
000620*    RELEVE - RELEVE BANCAIRE COMPLET DU MOIS. TYPE 'M'
000630*    MOUVEMENT : NATURE ('VI' VIREMENT RECU, 'PR' REMISE DE
000640*    PRELEVEMENTS, 'DB' DEBIT, 'FR' FRAIS BANCAIRES, 'RI' RETOUR
000650*    IMPAYE), SENS VU DE LA BANQUE ('C' CREDIT = ENTREE DE FONDS,
000660*    'D' DEBIT), MONTANT, REFERENCE ET LIBELLE. TYPE 'F' SOLDE
000670*    FINAL DU RELEVE A SA DATE (POSITIF = CREDITEUR EN BANQUE).
000680*****************************************************************
000690 FD  RELEVE
000700     LABEL RECORD STANDARD
000710     DATA RECORD RELEVE-LIGNE.
000720 01  RELEVE-LIGNE.
000730     05  RL-TYPE                 PIC X(01).
000740         88  RL-MOUVEMENT        VALUE 'M'.
000750         88  RL-SOLDE-FINAL      VALUE 'F'.
000760     05  RL-DATE                 PIC 9(08).
000770     05  RL-NATURE               PIC X(02).
000780     05  RL-SENS                 PIC X(01).
000790     05  RL-MONTANT              PIC S9(11)V99
000800                                 SIGN LEADING SEPARATE.
000810     05  RL-REFERENCE            PIC X(16).
000820     05  RL-LIBELLE              PIC X(30).
000830 FD  GL-POST
000840     LABEL RECORD STANDARD
000850     DATA RECORD GL-POST-LIGNE.
000860 01  GL-POST-LIGNE.
000870     05  GP-DATE                 PIC 9(08).
000880     05  GP-COMPTE               PIC X(10).
000890     05  GP-SENS                 PIC X(01).
000900     05  GP-MONTANT              PIC S9(11)V99
000910                                 SIGN LEADING SEPARATE.
000920     05  GP-LIBELLE              PIC X(30).
000930*****************************************************************
000940*    SOLDE-OUV - SOLDES D'OUVERTURE PAR COMPTE, MEME DESSIN QUE
000950*    DANS HZCL0001. POSITIF = SOLDE DEBITEUR.
000960*****************************************************************
000970 FD  SOLDE-OUV
000980     LABEL RECORD STANDARD
000990     DATA RECORD SOLDE-OUV-LIGNE.
001000 01  SOLDE-OUV-LIGNE.
001010     05  SO-COMPTE               PIC X(10).
001020     05  SO-SOLDE                PIC S9(13)V99
001030                                 SIGN LEADING SEPARATE.
001040*****************************************************************
001050*    RAP-IN / RAP-OUT - SUSPENS DE RAPPROCHEMENT REPORTES :
001060*    ORIGINE ('B' MOUVEMENT BANCAIRE NON COMPTABILISE, 'L' LIGNE
001070*    COMPTABLE NON PASSEE EN BANQUE), DATE, SENS DANS LA VUE DE
001080*    L'ORIGINE, MONTANT, REFERENCE ET LIBELLE.
001090*****************************************************************
001100 FD  RAP-IN
001110     LABEL RECORD STANDARD
001120     DATA RECORD RAP-IN-LIGNE.
001130 01  RAP-IN-LIGNE.
001140     05  RI-ORIGINE              PIC X(01).
001150     05  RI-DATE                 PIC 9(08).
001160     05  RI-SENS                 PIC X(01).
001170     05  RI-MONTANT              PIC S9(11)V99
001180                                 SIGN LEADING SEPARATE.
001190     05  RI-REFERENCE            PIC X(16).
001200     05  RI-LIBELLE              PIC X(30).
001210 FD  RAP-OUT
001220     LABEL RECORD STANDARD
001230     DATA RECORD RAP-OUT-LIGNE.
001240 01  RAP-OUT-LIGNE.
001250     05  RO-ORIGINE              PIC X(01).
001260     05  RO-DATE                 PIC 9(08).
001270     05  RO-SENS                 PIC X(01).
001280     05  RO-MONTANT              PIC S9(11)V99
001290                                 SIGN LEADING SEPARATE.
001300     05  RO-REFERENCE            PIC X(16).
001310     05  RO-LIBELLE              PIC X(30).
001320 FD  KONSTAB
001330     LABEL RECORD STANDARD
001340     DATA RECORD KONSTAB-LIGNE.
001350 01  KONSTAB-LIGNE.
001360     05  KONSTAB-RUBRIQUE        PIC X(20).
001370     05  KONSTAB-VALEUR          PIC X(60).
001380 FD  BQ-RPRT
001390     LABEL RECORD STANDARD
001400     DATA RECORD BQ-RPRT-LIGNE.
001410 01  BQ-RPRT-LIGNE               PIC X(132).
001420 WORKING-STORAGE SECTION.
001430 01  W-RELEVE-STATUS             PIC XX.
001440     88  RELEVE-OK               VALUE '00'.
001450 01  W-GL-POST-STATUS            PIC XX.
001460     88  GL-POST-OK              VALUE '00'.
001470 01  W-SOLDE-OUV-STATUS          PIC XX.
001480     88  SOLDE-OUV-OK            VALUE '00'.
001490 01  W-RAP-IN-STATUS             PIC XX.
001500     88  RAP-IN-OK               VALUE '00'.
001510 01  W-RAP-OUT-STATUS            PIC XX.
001520 01  W-KONSTAB-STATUS            PIC XX.
001530     88  KONSTAB-OK              VALUE '00'.
001540     88  KONSTAB-FIN             VALUE '10'.
001550 01  W-BQ-RPRT-STATUS            PIC XX.
001560 01  W-FIN-FICHIER               PIC X VALUE 'N'.
001570     88  FIN-FICHIER             VALUE 'O'.
001580*****************************************************************
001590*    PARAMETRES KONSTAB : COMPTE DE BANQUE, FENETRE DE DATES DU
001600*    RAPPROCHEMENT (DEFAUT 5 JOURS) ET AGE AU-DELA DUQUEL UN
001610*    SUSPENS EST SIGNALE (DEFAUT 30 JOURS).
001620*****************************************************************
001630 01  KT-CPT-BANQUE               PIC X(10) VALUE SPACES.
001640 01  KT-RAPBQ-FENETRE            PIC 9(03) VALUE 5.
001650 01  KT-RAPBQ-AGE-MAX            PIC 9(03) VALUE 30.
001660*****************************************************************
001670*    MOUVEMENTS BANCAIRES (TB) ET LIGNES COMPTABLES (TL) A
001680*    RAPPROCHER, REPORTS COMPRIS (3000 DE CHAQUE AU PLUS). LE
001690*    QUANTIEME DE LA DATE EST CALCULE UNE FOIS AU CHARGEMENT.
001700*****************************************************************
001710 01  W-NB-TB                     PIC 9(05) COMP VALUE ZERO.
001720 01  W-TAB-BANQUE.
001730     05  W-TB-ENTREE OCCURS 3000 TIMES.
001740         10  W-TB-DATE           PIC 9(08).
001750         10  W-TB-QUANTIEME      PIC 9(07) COMP.
001760         10  W-TB-SENS           PIC X(01).
001770         10  W-TB-MONTANT        PIC S9(11)V99 COMP-3.
001780         10  W-TB-REFERENCE      PIC X(16).
001790         10  W-TB-LIBELLE        PIC X(30).
001800         10  W-TB-RAPPROCHE      PIC X(01).
001810 01  W-NB-TL                     PIC 9(05) COMP VALUE ZERO.
001820 01  W-TAB-LIVRE.
001830     05  W-TL-ENTREE OCCURS 3000 TIMES.
001840         10  W-TL-DATE           PIC 9(08).
001850         10  W-TL-QUANTIEME      PIC 9(07) COMP.
001860         10  W-TL-SENS           PIC X(01).
001870         10  W-TL-MONTANT        PIC S9(11)V99 COMP-3.
001880         10  W-TL-REFERENCE      PIC X(16).
001890         10  W-TL-LIBELLE        PIC X(30).
001900         10  W-TL-RAPPROCHE      PIC X(01).
001910 01  W-IDX-TB                    PIC 9(05) COMP VALUE ZERO.
001920 01  W-IDX-TL                    PIC 9(05) COMP VALUE ZERO.
001930 01  W-IDX-MEILLEUR              PIC 9(05) COMP VALUE ZERO.
001940 01  W-ECART-MEILLEUR            PIC S9(07) COMP VALUE ZERO.
001950 01  W-ECART-JOURS               PIC S9(07) COMP VALUE ZERO.
001960 01  W-SENS-ATTENDU              PIC X(01) VALUE SPACES.
001970 01  W-PASSE                     PIC 9(01) VALUE ZERO.
001980     88  PASSE-REFERENCE         VALUE 1.
001990 01  W-LONG-REFERENCE            PIC 9(02) COMP VALUE ZERO.
002000 01  W-NB-ESPACES-FIN            PIC 9(02) COMP VALUE ZERO.
002010 01  W-NB-OCCURRENCES            PIC 9(03) COMP VALUE ZERO.
002020*****************************************************************
002030*    DATE ET SOLDES DE L'ETAT DE RAPPROCHEMENT.
002040*****************************************************************
002050 01  W-DATE-RAPPRO               PIC 9(08) VALUE ZERO.
002060 01  W-QUANTIEME-RAPPRO          PIC 9(07) COMP VALUE ZERO.
002070 01  W-DATE-TRAVAIL              PIC 9(08) VALUE ZERO.
002080 01  W-SOLDE-RELEVE-SW           PIC X VALUE 'N'.
002090     88  SOLDE-RELEVE-RECU       VALUE 'O'.
002100 01  W-SOLDE-OUV-SW              PIC X VALUE 'N'.
002110     88  SOLDE-OUV-TROUVE        VALUE 'O'.
002120 01  W-SOLDE-RELEVE              PIC S9(13)V99 COMP-3 VALUE 0.
002130 01  W-SOLDE-COMPTABLE           PIC S9(13)V99 COMP-3 VALUE 0.
002140 01  W-SOLDE-RECONSTITUE         PIC S9(13)V99 COMP-3 VALUE 0.
002150 01  W-ECART-SOLDES              PIC S9(13)V99 COMP-3 VALUE 0.
002160 01  W-CUMUL-RUBRIQUE            PIC S9(13)V99 COMP-3 VALUE 0.
002170 01  W-NB-RUBRIQUE               PIC 9(05) COMP VALUE ZERO.
002180*****************************************************************
002190*    RUBRIQUE EN COURS D'EDITION : ORIGINE ('B'/'L') ET SENS.
002200*****************************************************************
002210 01  W-RUB-ORIGINE               PIC X(01) VALUE SPACES.
002220 01  W-RUB-SENS                  PIC X(01) VALUE SPACES.
002230 01  W-RUB-TITRE                 PIC X(45) VALUE SPACES.
002240 01  W-RUB-SIGNE                 PIC X(01) VALUE SPACES.
002250 01  W-DET-DATE                  PIC 9(08).
002260 01  W-DET-QUANTIEME             PIC 9(07) COMP.
002270 01  W-DET-MONTANT               PIC S9(11)V99 COMP-3.
002280 01  W-DET-REFERENCE             PIC X(16).
002290 01  W-DET-LIBELLE               PIC X(30).
002300 01  W-DET-ANCIEN                PIC X(10).
002310 01  W-NB-RAPPROCHES             PIC 9(05) COMP VALUE ZERO.
002320 01  W-NB-ANCIENS                PIC 9(05) COMP VALUE ZERO.
002330 01  W-NB-REPORTES               PIC 9(05) COMP VALUE ZERO.
002340 01  W-NB-EDIT                   PIC Z(04)9.
002350 01  W-MT-EDIT                   PIC -(12)9,99.
002360 01  W-LIGNE-TRAVAIL             PIC X(132).
002370 PROCEDURE DIVISION.
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002400     IF RETURN-CODE < 8
002410        PERFORM 2000-CHARGER-RELEVE THRU 2000-EXIT
002420        PERFORM 2100-CHARGER-REPORTS THRU 2100-EXIT
002430        PERFORM 2200-CHARGER-LIVRE THRU 2200-EXIT
002440        PERFORM 2300-CHARGER-SOLDE-OUV THRU 2300-EXIT
002450        MOVE 1 TO W-PASSE
002460        PERFORM 3000-RAPPROCHER-MOUVEMENT THRU 3000-EXIT
002470           VARYING W-IDX-TB FROM 1 BY 1
002480           UNTIL W-IDX-TB > W-NB-TB
002490        MOVE 2 TO W-PASSE
002500        PERFORM 3000-RAPPROCHER-MOUVEMENT THRU 3000-EXIT
002510           VARYING W-IDX-TB FROM 1 BY 1
002520           UNTIL W-IDX-TB > W-NB-TB
002530        PERFORM 5000-EDITER-ETAT THRU 5000-EXIT
002540        PERFORM 6000-REPORTER-SUSPENS THRU 6000-EXIT
002550     END-IF.
002560     PERFORM 8000-TERMINE THRU 8000-EXIT.
002570     GOBACK.
002580 1000-INITIALISE.
002590     OPEN OUTPUT BQ-RPRT RAP-OUT.
002600     OPEN INPUT KONSTAB.
002610     IF NOT KONSTAB-OK
002620        DISPLAY 'HZBQ0001 - KONSTAB INDISPONIBLE - STATUT '
002630            W-KONSTAB-STATUS
002640        MOVE 8 TO RETURN-CODE
002650        GO TO 1000-EXIT
002660     END-IF.
002670     PERFORM UNTIL KONSTAB-FIN
002680        READ KONSTAB
002690           AT END SET KONSTAB-FIN TO TRUE
002700           NOT AT END
002710              EVALUATE KONSTAB-RUBRIQUE
002720                 WHEN 'CPT-BANQUE'
002730                    MOVE KONSTAB-VALEUR (1:10) TO KT-CPT-BANQUE
002740                 WHEN 'RAPBQ-FENETRE'
002750                    MOVE KONSTAB-VALEUR (1:3) TO KT-RAPBQ-FENETRE
002760                 WHEN 'RAPBQ-AGE-MAX'
002770                    MOVE KONSTAB-VALEUR (1:3) TO KT-RAPBQ-AGE-MAX
002780              END-EVALUATE
002790        END-READ
002800     END-PERFORM.
002810     CLOSE KONSTAB.
002820     IF KT-CPT-BANQUE = SPACES
002830        DISPLAY 'HZBQ0001 - RUBRIQUE CPT-BANQUE ABSENTE - '
002840            'RAPPROCHEMENT IMPOSSIBLE'
002850        MOVE 8 TO RETURN-CODE
002860     END-IF.
002870 1000-EXIT.
002880     EXIT.
002890*****************************************************************
002900*    2000-CHARGER-RELEVE - MOUVEMENTS DU RELEVE ET SOLDE FINAL.
002910*    LA DATE DU RAPPROCHEMENT EST CELLE DU SOLDE FINAL, A DEFAUT
002920*    LA DATE DU DERNIER MOUVEMENT.
002930*****************************************************************
002940 2000-CHARGER-RELEVE.
002950     OPEN INPUT RELEVE.
002960     IF NOT RELEVE-OK
002970        DISPLAY 'HZBQ0001 - RELEVE INDISPONIBLE - STATUT '
002980            W-RELEVE-STATUS
002990        MOVE 8 TO RETURN-CODE
003000        GO TO 2000-EXIT
003010     END-IF.
003020     MOVE 'N' TO W-FIN-FICHIER.
003030     PERFORM 2010-LIRE-RELEVE THRU 2010-EXIT
003040        UNTIL FIN-FICHIER.
003050     CLOSE RELEVE.
003060     IF NOT SOLDE-RELEVE-RECU
003070        DISPLAY 'HZBQ0001 - SOLDE FINAL ABSENT DU RELEVE - ECART '
003080            'NON CALCULE'
003090        IF RETURN-CODE < 4
003100           MOVE 4 TO RETURN-CODE
003110        END-IF
003120     END-IF.
003130 2000-EXIT.
003140     EXIT.
003150 2010-LIRE-RELEVE.
003160     READ RELEVE
003170        AT END
003180           MOVE 'O' TO W-FIN-FICHIER
003190           GO TO 2010-EXIT
003200     END-READ.
003210     IF RL-SOLDE-FINAL
003220        MOVE 'O' TO W-SOLDE-RELEVE-SW
003230        MOVE RL-MONTANT TO W-SOLDE-RELEVE
003240        MOVE RL-DATE TO W-DATE-RAPPRO
003250        GO TO 2010-EXIT
003260     END-IF.
003270     IF NOT RL-MOUVEMENT
003280        GO TO 2010-EXIT
003290     END-IF.
003300     IF RL-DATE > W-DATE-RAPPRO AND NOT SOLDE-RELEVE-RECU
003310        MOVE RL-DATE TO W-DATE-RAPPRO
003320     END-IF.
003330     IF W-NB-TB NOT < 3000
003340        DISPLAY 'HZBQ0001 - TABLE DES MOUVEMENTS BANCAIRES '
003350            'PLEINE (3000) - MOUVEMENT IGNORE : ' RL-REFERENCE
003360        MOVE 8 TO RETURN-CODE
003370        GO TO 2010-EXIT
003380     END-IF.
003390     ADD 1 TO W-NB-TB.
003400     MOVE RL-DATE TO W-TB-DATE (W-NB-TB).
003410     MOVE RL-SENS TO W-TB-SENS (W-NB-TB).
003420     MOVE RL-MONTANT TO W-TB-MONTANT (W-NB-TB).
003430     MOVE RL-REFERENCE TO W-TB-REFERENCE (W-NB-TB).
003440     MOVE SPACES TO W-TB-LIBELLE (W-NB-TB).
003450     STRING RL-NATURE DELIMITED BY SIZE
003460         ' ' DELIMITED BY SIZE
003470         RL-LIBELLE DELIMITED BY SIZE
003480         INTO W-TB-LIBELLE (W-NB-TB)
003490     END-STRING.
003500     MOVE 'N' TO W-TB-RAPPROCHE (W-NB-TB).
003510     COMPUTE W-TB-QUANTIEME (W-NB-TB) =
003520        FUNCTION INTEGER-OF-DATE (RL-DATE).
003530 2010-EXIT.
003540     EXIT.
003550*****************************************************************
003560*    2100-CHARGER-REPORTS - SUSPENS NON RAPPROCHES DU PASSAGE
003570*    PRECEDENT, REMIS DANS LEUR TABLE D'ORIGINE. FICHIER
003580*    OPTIONNEL (PREMIER RAPPROCHEMENT).
003590*****************************************************************
003600 2100-CHARGER-REPORTS.
003610     OPEN INPUT RAP-IN.
003620     IF NOT RAP-IN-OK
003630        DISPLAY 'HZBQ0001 - RAP-IN INDISPONIBLE, AUCUN REPORT - '
003640            'STATUT ' W-RAP-IN-STATUS
003650        GO TO 2100-EXIT
003660     END-IF.
003670     MOVE 'N' TO W-FIN-FICHIER.
003680     PERFORM 2110-LIRE-REPORT THRU 2110-EXIT
003690        UNTIL FIN-FICHIER.
003700     CLOSE RAP-IN.
003710 2100-EXIT.
003720     EXIT.
003730 2110-LIRE-REPORT.
003740     READ RAP-IN
003750        AT END
003760           MOVE 'O' TO W-FIN-FICHIER
003770           GO TO 2110-EXIT
003780     END-READ.
003790     IF RI-ORIGINE = 'B'
003800        IF W-NB-TB < 3000
003810           ADD 1 TO W-NB-TB
003820           MOVE RI-DATE TO W-TB-DATE (W-NB-TB)
003830           MOVE RI-SENS TO W-TB-SENS (W-NB-TB)
003840           MOVE RI-MONTANT TO W-TB-MONTANT (W-NB-TB)
003850           MOVE RI-REFERENCE TO W-TB-REFERENCE (W-NB-TB)
003860           MOVE RI-LIBELLE TO W-TB-LIBELLE (W-NB-TB)
003870           MOVE 'N' TO W-TB-RAPPROCHE (W-NB-TB)
003880           COMPUTE W-TB-QUANTIEME (W-NB-TB) =
003890              FUNCTION INTEGER-OF-DATE (RI-DATE)
003900        ELSE
003910           DISPLAY 'HZBQ0001 - TABLE DES MOUVEMENTS BANCAIRES '
003920               'PLEINE (3000) - REPORT IGNORE : ' RI-REFERENCE
003930           MOVE 8 TO RETURN-CODE
003940        END-IF
003950     ELSE
003960        IF W-NB-TL < 3000
003970           ADD 1 TO W-NB-TL
003980           MOVE RI-DATE TO W-TL-DATE (W-NB-TL)
003990           MOVE RI-SENS TO W-TL-SENS (W-NB-TL)
004000           MOVE RI-MONTANT TO W-TL-MONTANT (W-NB-TL)
004010           MOVE RI-REFERENCE TO W-TL-REFERENCE (W-NB-TL)
004020           MOVE RI-LIBELLE TO W-TL-LIBELLE (W-NB-TL)
004030           MOVE 'N' TO W-TL-RAPPROCHE (W-NB-TL)
004040           COMPUTE W-TL-QUANTIEME (W-NB-TL) =
004050              FUNCTION INTEGER-OF-DATE (RI-DATE)
004060        ELSE
004070           DISPLAY 'HZBQ0001 - TABLE DES LIGNES COMPTABLES '
004080               'PLEINE (3000) - REPORT IGNORE : ' RI-LIBELLE
004090           MOVE 8 TO RETURN-CODE
004100        END-IF
004110     END-IF.
004120 2110-EXIT.
004130     EXIT.
004140*****************************************************************
004150*    2200-CHARGER-LIVRE - LIGNES GL-POST DU MOIS (FICHIERS DU
004160*    JOUR CONCATENES) PORTANT SUR LE COMPTE DE BANQUE. ELLES
004170*    ALIMENTENT AUSSI LE SOLDE COMPTABLE (DEBIT = ENTREE DE
004180*    FONDS).
004190*****************************************************************
004200 2200-CHARGER-LIVRE.
004210     OPEN INPUT GL-POST.
004220     IF NOT GL-POST-OK
004230        DISPLAY 'HZBQ0001 - GL-POST INDISPONIBLE - STATUT '
004240            W-GL-POST-STATUS
004250        MOVE 8 TO RETURN-CODE
004260        GO TO 2200-EXIT
004270     END-IF.
004280     MOVE 'N' TO W-FIN-FICHIER.
004290     PERFORM 2210-LIRE-LIVRE THRU 2210-EXIT
004300        UNTIL FIN-FICHIER.
004310     CLOSE GL-POST.
004320 2200-EXIT.
004330     EXIT.
004340 2210-LIRE-LIVRE.
004350     READ GL-POST
004360        AT END
004370           MOVE 'O' TO W-FIN-FICHIER
004380           GO TO 2210-EXIT
004390     END-READ.
004400     IF GP-COMPTE NOT = KT-CPT-BANQUE
004410        GO TO 2210-EXIT
004420     END-IF.
004430     IF GP-SENS = 'D'
004440        ADD GP-MONTANT TO W-SOLDE-COMPTABLE
004450     ELSE
004460        SUBTRACT GP-MONTANT FROM W-SOLDE-COMPTABLE
004470     END-IF.
004480     IF W-NB-TL NOT < 3000
004490        DISPLAY 'HZBQ0001 - TABLE DES LIGNES COMPTABLES PLEINE '
004500            '(3000) - LIGNE IGNOREE : ' GP-LIBELLE
004510        MOVE 8 TO RETURN-CODE
004520        GO TO 2210-EXIT
004530     END-IF.
004540     ADD 1 TO W-NB-TL.
004550     MOVE GP-DATE TO W-TL-DATE (W-NB-TL).
004560     MOVE GP-SENS TO W-TL-SENS (W-NB-TL).
004570     MOVE GP-MONTANT TO W-TL-MONTANT (W-NB-TL).
004580     MOVE SPACES TO W-TL-REFERENCE (W-NB-TL).
004590     MOVE GP-LIBELLE TO W-TL-LIBELLE (W-NB-TL).
004600     MOVE 'N' TO W-TL-RAPPROCHE (W-NB-TL).
004610     COMPUTE W-TL-QUANTIEME (W-NB-TL) =
004620        FUNCTION INTEGER-OF-DATE (GP-DATE).
004630 2210-EXIT.
004640     EXIT.
004650*****************************************************************
004660*    2300-CHARGER-SOLDE-OUV - SOLDE D'OUVERTURE DU MOIS DU
004670*    COMPTE DE BANQUE (SOLDE-OUV DE HZCL0001), AJOUTE AUX
004680*    ECRITURES DU MOIS POUR DONNER LE SOLDE COMPTABLE.
004690*****************************************************************
004700 2300-CHARGER-SOLDE-OUV.
004710     OPEN INPUT SOLDE-OUV.
004720     IF NOT SOLDE-OUV-OK
004730        DISPLAY 'HZBQ0001 - SOLDE-OUV INDISPONIBLE - SOLDE '
004740            'COMPTABLE SANS OUVERTURE - STATUT '
004750            W-SOLDE-OUV-STATUS
004760        IF RETURN-CODE < 4
004770           MOVE 4 TO RETURN-CODE
004780        END-IF
004790        GO TO 2300-EXIT
004800     END-IF.
004810     MOVE 'N' TO W-FIN-FICHIER.
004820     PERFORM 2310-LIRE-SOLDE-OUV THRU 2310-EXIT
004830        UNTIL FIN-FICHIER.
004840     CLOSE SOLDE-OUV.
004850     IF NOT SOLDE-OUV-TROUVE
004860        DISPLAY 'HZBQ0001 - COMPTE DE BANQUE ABSENT DE SOLDE-OUV '
004870            '- OUVERTURE A ZERO : ' KT-CPT-BANQUE
004880        IF RETURN-CODE < 4
004890           MOVE 4 TO RETURN-CODE
004900        END-IF
004910     END-IF.
004920 2300-EXIT.
004930     EXIT.
004940 2310-LIRE-SOLDE-OUV.
004950     READ SOLDE-OUV
004960        AT END
004970           MOVE 'O' TO W-FIN-FICHIER
004980           GO TO 2310-EXIT
004990     END-READ.
005000     IF SO-COMPTE = KT-CPT-BANQUE
005010        ADD SO-SOLDE TO W-SOLDE-COMPTABLE
005020        MOVE 'O' TO W-SOLDE-OUV-SW
005030     END-IF.
005040 2310-EXIT.
005050     EXIT.
005060*****************************************************************
005070*    3000-RAPPROCHER-MOUVEMENT - CHERCHE POUR LE MOUVEMENT
005080*    BANCAIRE COURANT LA LIGNE COMPTABLE LIBRE DE MEME MONTANT ET
005090*    DE SENS CORRESPONDANT (CREDIT BANQUE = DEBIT DU COMPTE DE
005100*    BANQUE) DANS LA FENETRE DE DATES, LA PLUS PROCHE EN DATE.
005110*    PREMIERE PASSE : LA REFERENCE DU RELEVE DOIT FIGURER DANS LE
005120*    LIBELLE COMPTABLE ; SECONDE PASSE : SANS REFERENCE.
005130*****************************************************************
005140 3000-RAPPROCHER-MOUVEMENT.
005150     IF W-TB-RAPPROCHE (W-IDX-TB) = 'O'
005160        GO TO 3000-EXIT
005170     END-IF.
005180     IF PASSE-REFERENCE
005190        IF W-TB-REFERENCE (W-IDX-TB) = SPACES
005200           GO TO 3000-EXIT
005210        END-IF
005220        MOVE ZERO TO W-NB-ESPACES-FIN
005230        INSPECT W-TB-REFERENCE (W-IDX-TB) TALLYING
005240           W-NB-ESPACES-FIN FOR TRAILING SPACE
005250        COMPUTE W-LONG-REFERENCE = 16 - W-NB-ESPACES-FIN
005260     END-IF.
005270     IF W-TB-SENS (W-IDX-TB) = 'C'
005280        MOVE 'D' TO W-SENS-ATTENDU
005290     ELSE
005300        MOVE 'C' TO W-SENS-ATTENDU
005310     END-IF.
005320     MOVE ZERO TO W-IDX-MEILLEUR.
005330     MOVE 9999999 TO W-ECART-MEILLEUR.
005340     PERFORM 3100-EXAMINER-LIGNE THRU 3100-EXIT
005350        VARYING W-IDX-TL FROM 1 BY 1
005360        UNTIL W-IDX-TL > W-NB-TL.
005370     IF W-IDX-MEILLEUR > ZERO
005380        MOVE 'O' TO W-TB-RAPPROCHE (W-IDX-TB)
005390        MOVE 'O' TO W-TL-RAPPROCHE (W-IDX-MEILLEUR)
005400        ADD 1 TO W-NB-RAPPROCHES
005410     END-IF.
005420 3000-EXIT.
005430     EXIT.
005440 3100-EXAMINER-LIGNE.
005450     IF W-TL-RAPPROCHE (W-IDX-TL) = 'O'
005460           OR W-TL-SENS (W-IDX-TL) NOT = W-SENS-ATTENDU
005470           OR W-TL-MONTANT (W-IDX-TL) NOT =
005480              W-TB-MONTANT (W-IDX-TB)
005490        GO TO 3100-EXIT
005500     END-IF.
005510     COMPUTE W-ECART-JOURS =
005520        W-TL-QUANTIEME (W-IDX-TL) - W-TB-QUANTIEME (W-IDX-TB).
005530     IF W-ECART-JOURS < ZERO
005540        COMPUTE W-ECART-JOURS = ZERO - W-ECART-JOURS
005550     END-IF.
005560     IF W-ECART-JOURS > KT-RAPBQ-FENETRE
005570           OR W-ECART-JOURS NOT < W-ECART-MEILLEUR
005580        GO TO 3100-EXIT
005590     END-IF.
005600     IF PASSE-REFERENCE
005610        MOVE ZERO TO W-NB-OCCURRENCES
005620        INSPECT W-TL-LIBELLE (W-IDX-TL) TALLYING W-NB-OCCURRENCES
005630           FOR ALL W-TB-REFERENCE (W-IDX-TB) (1:W-LONG-REFERENCE)
005640        IF W-NB-OCCURRENCES = ZERO
005650           GO TO 3100-EXIT
005660        END-IF
005670     END-IF.
005680     MOVE W-IDX-TL TO W-IDX-MEILLEUR.
005690     MOVE W-ECART-JOURS TO W-ECART-MEILLEUR.
005700 3100-EXIT.
005710     EXIT.
005720*****************************************************************
005730*    5000-EDITER-ETAT - ETAT DE RAPPROCHEMENT : SOLDE COMPTABLE,
005740*    QUATRE RUBRIQUES DE SUSPENS DETAILLEES, SOLDE BANCAIRE
005750*    RECONSTITUE ET ECART AVEC LE SOLDE DU RELEVE (CODE RETOUR 8
005760*    SI L'ECART N'EST PAS NUL).
005770*****************************************************************
005780 5000-EDITER-ETAT.
005790     COMPUTE W-QUANTIEME-RAPPRO =
005800        FUNCTION INTEGER-OF-DATE (W-DATE-RAPPRO).
005810     MOVE SPACES TO W-LIGNE-TRAVAIL.
005820     STRING 'ETAT DE RAPPROCHEMENT BANCAIRE - COMPTE '
005830         DELIMITED BY SIZE
005840         KT-CPT-BANQUE DELIMITED BY SIZE
005850         ' AU ' DELIMITED BY SIZE
005860         W-DATE-RAPPRO DELIMITED BY SIZE
005870         INTO W-LIGNE-TRAVAIL
005880     END-STRING.
005890     PERFORM 7000-ECRIRE-LIGNE THRU 7000-EXIT.
005900     MOVE SPACES TO W-LIGNE-TRAVAIL.
005910     PERFORM 7000-ECRIRE-LIGNE THRU 7000-EXIT.
005920     MOVE W-SOLDE-COMPTABLE TO W-MT-EDIT.
005930     MOVE SPACES TO W-LIGNE-TRAVAIL.
005940     STRING 'SOLDE COMPTABLE (DEBITEUR +)'
005950         DELIMITED BY SIZE
005960         '                   ' DELIMITED BY SIZE
005970         W-MT-EDIT DELIMITED BY SIZE
005980         INTO W-LIGNE-TRAVAIL
005990     END-STRING.
006000     PERFORM 7000-ECRIRE-LIGNE THRU 7000-EXIT.
006010     MOVE W-SOLDE-COMPTABLE TO W-SOLDE-RECONSTITUE.
006020     MOVE 'B' TO W-RUB-ORIGINE.
006030     MOVE 'C' TO W-RUB-SENS.
006040     MOVE '+' TO W-RUB-SIGNE.
006050     MOVE 'CREDITS EN BANQUE NON COMPTABILISES' TO W-RUB-TITRE.
006060     PERFORM 5100-EDITER-RUBRIQUE THRU 5100-EXIT.
006070     MOVE 'B' TO W-RUB-ORIGINE.
006080     MOVE 'D' TO W-RUB-SENS.
006090     MOVE '-' TO W-RUB-SIGNE.
006100     MOVE 'DEBITS EN BANQUE NON COMPTABILISES' TO W-RUB-TITRE.
006110     PERFORM 5100-EDITER-RUBRIQUE THRU 5100-EXIT.
006120     MOVE 'L' TO W-RUB-ORIGINE.
006130     MOVE 'D' TO W-RUB-SENS.
006140     MOVE '-' TO W-RUB-SIGNE.
006150     MOVE 'DEBITS COMPTABLES NON PASSES EN BANQUE' TO W-RUB-TITRE.
006160     PERFORM 5100-EDITER-RUBRIQUE THRU 5100-EXIT.
006170     MOVE 'L' TO W-RUB-ORIGINE.
006180     MOVE 'C' TO W-RUB-SENS.
006190     MOVE '+' TO W-RUB-SIGNE.
006200     MOVE 'CREDITS COMPTABLES NON PASSES EN BANQUE'
006210        TO W-RUB-TITRE.
006220     PERFORM 5100-EDITER-RUBRIQUE THRU 5100-EXIT.
006230     MOVE SPACES TO W-LIGNE-TRAVAIL.
006240     PERFORM 7000-ECRIRE-LIGNE THRU 7000-EXIT.
006250     MOVE W-SOLDE-RECONSTITUE TO W-MT-EDIT.
006260     MOVE SPACES TO W-LIGNE-TRAVAIL.
006270     STRING 'SOLDE BANCAIRE RECONSTITUE' DELIMITED BY SIZE
006280         '                     ' DELIMITED BY SIZE
006290         W-MT-EDIT DELIMITED BY SIZE
006300         INTO W-LIGNE-TRAVAIL
006310     END-STRING.
006320     PERFORM 7000-ECRIRE-LIGNE THRU 7000-EXIT.
006330     IF NOT SOLDE-RELEVE-RECU
006340        MOVE 'SOLDE DU RELEVE NON FOURNI - ECART NON CALCULE'
006350           TO W-LIGNE-TRAVAIL
006360        PERFORM 7000-ECRIRE-LIGNE THRU 7000-EXIT
006370        GO TO 5000-EXIT
006380     END-IF.
006390     MOVE W-SOLDE-RELEVE TO W-MT-EDIT.
006400     MOVE SPACES TO W-LIGNE-TRAVAIL.
006410     STRING 'SOLDE DU RELEVE' DELIMITED BY SIZE
006420         '                                ' DELIMITED BY SIZE
006430         W-MT-EDIT DELIMITED BY SIZE
006440         INTO W-LIGNE-TRAVAIL
006450     END-STRING.
006460     PERFORM 7000-ECRIRE-LIGNE THRU 7000-EXIT.
006470     COMPUTE W-ECART-SOLDES =
006480        W-SOLDE-RELEVE - W-SOLDE-RECONSTITUE.
006490     MOVE W-ECART-SOLDES TO W-MT-EDIT.
006500     MOVE SPACES TO W-LIGNE-TRAVAIL.
006510     STRING 'ECART INEXPLIQUE' DELIMITED BY SIZE
006520         '                               ' DELIMITED BY SIZE
006530         W-MT-EDIT DELIMITED BY SIZE
006540         INTO W-LIGNE-TRAVAIL
006550     END-STRING.
006560     PERFORM 7000-ECRIRE-LIGNE THRU 7000-EXIT.
006570     IF W-ECART-SOLDES NOT = ZERO
006580        DISPLAY 'HZBQ0001 - RAPPROCHEMENT NON EQUILIBRE - ECART '
006590            W-MT-EDIT
006600        MOVE 8 TO RETURN-CODE
006610     END-IF.
006620 5000-EXIT.
006630     EXIT.
006640*****************************************************************
006650*    5100-EDITER-RUBRIQUE - DETAIL ET TOTAL D'UNE RUBRIQUE DE
006660*    SUSPENS (ORIGINE ET SENS DONNES), PORTE AU SOLDE
006670*    RECONSTITUE AVEC LE SIGNE DE LA RUBRIQUE.
006680*****************************************************************
006690 5100-EDITER-RUBRIQUE.
006700     MOVE SPACES TO W-LIGNE-TRAVAIL.
006710     PERFORM 7000-ECRIRE-LIGNE THRU 7000-EXIT.
006720     MOVE W-RUB-TITRE TO W-LIGNE-TRAVAIL.
006730     PERFORM 7000-ECRIRE-LIGNE THRU 7000-EXIT.
006740     MOVE ZERO TO W-CUMUL-RUBRIQUE.
006750     MOVE ZERO TO W-NB-RUBRIQUE.
006760     IF W-RUB-ORIGINE = 'B'
006770        PERFORM 5110-DETAILLER-BANQUE THRU 5110-EXIT
006780           VARYING W-IDX-TB FROM 1 BY 1
006790           UNTIL W-IDX-TB > W-NB-TB
006800     ELSE
006810        PERFORM 5120-DETAILLER-LIVRE THRU 5120-EXIT
006820           VARYING W-IDX-TL FROM 1 BY 1
006830           UNTIL W-IDX-TL > W-NB-TL
006840     END-IF.
006850     IF W-RUB-SIGNE = '+'
006860        ADD W-CUMUL-RUBRIQUE TO W-SOLDE-RECONSTITUE
006870        MOVE W-CUMUL-RUBRIQUE TO W-MT-EDIT
006880     ELSE
006890        SUBTRACT W-CUMUL-RUBRIQUE FROM W-SOLDE-RECONSTITUE
006900        COMPUTE W-MT-EDIT = ZERO - W-CUMUL-RUBRIQUE
006910     END-IF.
006920     MOVE W-NB-RUBRIQUE TO W-NB-EDIT.
006930     MOVE SPACES TO W-LIGNE-TRAVAIL.
006940     STRING '  TOTAL RUBRIQUE (' DELIMITED BY SIZE
006950         W-NB-EDIT DELIMITED BY SIZE
006960         ' ELEMENTS)' DELIMITED BY SIZE
006970         '                  ' DELIMITED BY SIZE
006980         W-MT-EDIT DELIMITED BY SIZE
006990         INTO W-LIGNE-TRAVAIL
007000     END-STRING.
007010     PERFORM 7000-ECRIRE-LIGNE THRU 7000-EXIT.
007020 5100-EXIT.
007030     EXIT.
007040 5110-DETAILLER-BANQUE.
007050     IF W-TB-RAPPROCHE (W-IDX-TB) = 'O'
007060           OR W-TB-SENS (W-IDX-TB) NOT = W-RUB-SENS
007070        GO TO 5110-EXIT
007080     END-IF.
007090     MOVE W-TB-DATE (W-IDX-TB) TO W-DET-DATE.
007100     MOVE W-TB-QUANTIEME (W-IDX-TB) TO W-DET-QUANTIEME.
007110     MOVE W-TB-MONTANT (W-IDX-TB) TO W-DET-MONTANT.
007120     MOVE W-TB-REFERENCE (W-IDX-TB) TO W-DET-REFERENCE.
007130     MOVE W-TB-LIBELLE (W-IDX-TB) TO W-DET-LIBELLE.
007140     PERFORM 5200-EDITER-DETAIL THRU 5200-EXIT.
007150 5110-EXIT.
007160     EXIT.
007170 5120-DETAILLER-LIVRE.
007180     IF W-TL-RAPPROCHE (W-IDX-TL) = 'O'
007190           OR W-TL-SENS (W-IDX-TL) NOT = W-RUB-SENS
007200        GO TO 5120-EXIT
007210     END-IF.
007220     MOVE W-TL-DATE (W-IDX-TL) TO W-DET-DATE.
007230     MOVE W-TL-QUANTIEME (W-IDX-TL) TO W-DET-QUANTIEME.
007240     MOVE W-TL-MONTANT (W-IDX-TL) TO W-DET-MONTANT.
007250     MOVE W-TL-REFERENCE (W-IDX-TL) TO W-DET-REFERENCE.
007260     MOVE W-TL-LIBELLE (W-IDX-TL) TO W-DET-LIBELLE.
007270     PERFORM 5200-EDITER-DETAIL THRU 5200-EXIT.
007280 5120-EXIT.
007290     EXIT.
007300*****************************************************************
007310*    5200-EDITER-DETAIL - UNE LIGNE DE SUSPENS ; AU-DELA DE
007320*    RAPBQ-AGE-MAX JOURS A LA DATE DU RAPPROCHEMENT ELLE EST
007330*    MARQUEE 'ANCIEN' ET COMPTEE (CODE RETOUR 4).
007340*****************************************************************
007350 5200-EDITER-DETAIL.
007360     ADD 1 TO W-NB-RUBRIQUE.
007370     ADD W-DET-MONTANT TO W-CUMUL-RUBRIQUE.
007380     MOVE SPACES TO W-DET-ANCIEN.
007390     COMPUTE W-ECART-JOURS =
007400        W-QUANTIEME-RAPPRO - W-DET-QUANTIEME.
007410     IF W-ECART-JOURS > KT-RAPBQ-AGE-MAX
007420        MOVE '** ANCIEN' TO W-DET-ANCIEN
007430        ADD 1 TO W-NB-ANCIENS
007440        IF RETURN-CODE < 4
007450           MOVE 4 TO RETURN-CODE
007460        END-IF
007470     END-IF.
007480     MOVE W-DET-MONTANT TO W-MT-EDIT.
007490     MOVE SPACES TO W-LIGNE-TRAVAIL.
007500     STRING '    ' DELIMITED BY SIZE
007510         W-DET-DATE DELIMITED BY SIZE
007520         ' ' DELIMITED BY SIZE
007530         W-DET-REFERENCE DELIMITED BY SIZE
007540         ' ' DELIMITED BY SIZE
007550         W-DET-LIBELLE DELIMITED BY SIZE
007560         ' ' DELIMITED BY SIZE
007570         W-MT-EDIT DELIMITED BY SIZE
007580         ' ' DELIMITED BY SIZE
007590         W-DET-ANCIEN DELIMITED BY SIZE
007600         INTO W-LIGNE-TRAVAIL
007610     END-STRING.
007620     PERFORM 7000-ECRIRE-LIGNE THRU 7000-EXIT.
007630 5200-EXIT.
007640     EXIT.
007650*****************************************************************
007660*    6000-REPORTER-SUSPENS - TOUT CE QUI N'EST PAS RAPPROCHE
007670*    PART EN RAP-OUT, RELU EN RAP-IN AU RAPPROCHEMENT SUIVANT.
007680*****************************************************************
007690 6000-REPORTER-SUSPENS.
007700     PERFORM 6100-REPORTER-BANQUE THRU 6100-EXIT
007710        VARYING W-IDX-TB FROM 1 BY 1
007720        UNTIL W-IDX-TB > W-NB-TB.
007730     PERFORM 6200-REPORTER-LIVRE THRU 6200-EXIT
007740        VARYING W-IDX-TL FROM 1 BY 1
007750        UNTIL W-IDX-TL > W-NB-TL.
007760 6000-EXIT.
007770     EXIT.
007780 6100-REPORTER-BANQUE.
007790     IF W-TB-RAPPROCHE (W-IDX-TB) = 'O'
007800        GO TO 6100-EXIT
007810     END-IF.
007820     MOVE 'B' TO RO-ORIGINE.
007830     MOVE W-TB-DATE (W-IDX-TB) TO RO-DATE.
007840     MOVE W-TB-SENS (W-IDX-TB) TO RO-SENS.
007850     MOVE W-TB-MONTANT (W-IDX-TB) TO RO-MONTANT.
007860     MOVE W-TB-REFERENCE (W-IDX-TB) TO RO-REFERENCE.
007870     MOVE W-TB-LIBELLE (W-IDX-TB) TO RO-LIBELLE.
007880     WRITE RAP-OUT-LIGNE.
007890     ADD 1 TO W-NB-REPORTES.
007900 6100-EXIT.
007910     EXIT.
007920 6200-REPORTER-LIVRE.
007930     IF W-TL-RAPPROCHE (W-IDX-TL) = 'O'
007940        GO TO 6200-EXIT
007950     END-IF.
007960     MOVE 'L' TO RO-ORIGINE.
007970     MOVE W-TL-DATE (W-IDX-TL) TO RO-DATE.
007980     MOVE W-TL-SENS (W-IDX-TL) TO RO-SENS.
007990     MOVE W-TL-MONTANT (W-IDX-TL) TO RO-MONTANT.
008000     MOVE W-TL-REFERENCE (W-IDX-TL) TO RO-REFERENCE.
008010     MOVE W-TL-LIBELLE (W-IDX-TL) TO RO-LIBELLE.
008020     WRITE RAP-OUT-LIGNE.
008030     ADD 1 TO W-NB-REPORTES.
008040 6200-EXIT.
008050     EXIT.
008060 7000-ECRIRE-LIGNE.
008070     MOVE W-LIGNE-TRAVAIL TO BQ-RPRT-LIGNE.
008080     WRITE BQ-RPRT-LIGNE.
008090 7000-EXIT.
008100     EXIT.
008110 8000-TERMINE.
008120     CLOSE BQ-RPRT RAP-OUT.
008130     MOVE W-NB-TB TO W-NB-EDIT.
008140     DISPLAY 'HZBQ0001 - MOUVEMENTS BANCAIRES   : ' W-NB-EDIT.
008150     MOVE W-NB-TL TO W-NB-EDIT.
008160     DISPLAY 'HZBQ0001 - LIGNES COMPTABLES      : ' W-NB-EDIT.
008170     MOVE W-NB-RAPPROCHES TO W-NB-EDIT.
008180     DISPLAY 'HZBQ0001 - COUPLES RAPPROCHES     : ' W-NB-EDIT.
008190     MOVE W-NB-REPORTES TO W-NB-EDIT.
008200     DISPLAY 'HZBQ0001 - SUSPENS REPORTES       : ' W-NB-EDIT.
008210     MOVE W-NB-ANCIENS TO W-NB-EDIT.
008220     DISPLAY 'HZBQ0001 - SUSPENS ANCIENS        : ' W-NB-EDIT.
008230 8000-EXIT.
008240     EXIT.
