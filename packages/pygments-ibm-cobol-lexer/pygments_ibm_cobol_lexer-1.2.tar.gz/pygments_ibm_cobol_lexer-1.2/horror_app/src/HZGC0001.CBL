000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZGC0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. CHARGEMENT DU GRAND LIVRE CONSULTABLE GL-CONS (KSDS
000080     PARCOURU PAR LA TRANSACTION HZGQ) : UN PASSAGE PAR FICHIER
000090     GL-POST QUOTIDIEN PRODUIT (HORROR, HZFC0001, HZCT0001...),
000100     LE PROGRAMME SOURCE ETANT DONNE PAR LA CARTE GC-PARM. CHAQUE
000110     ECRITURE EST CHARGEE AVEC L'ENTITE JURIDIQUE DE SON COMPTE,
000120     DEDUITE DU PLAN CPT-MAP COMME DANS HZGL0001. LA MEME CARTE
000130     PEUT DEMANDER LE CHARGEMENT DES SOLDES D'OUVERTURE D'UN MOIS
000140     (SOLDE-OUV, CELUI DE HZCL0001). LA CLE PORTANT LE RANG DE
000150     L'ECRITURE DANS SON FICHIER, UN FICHIER DEJA CHARGE EST
000160     REFUSE LIGNE A LIGNE (CLE EN DOUBLE, COMPTEE) : LE
000170     RECHARGEMENT APRES INCIDENT NE CREE PAS DE DOUBLONS.
000180*****************************************************************
000190*    HISTORIQUE DES MODIFICATIONS
000200*    --------------------------------------------------------
000210*    DATE       AUTEUR  DESCRIPTION
000220*    --------   ------  -------------------------------------
000230*    15/10/2026 EBA     CREATION.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT GL-CONS ASSIGN TO GLCONS
000340         ORGANIZATION INDEXED
000350         ACCESS MODE RANDOM
000360         RECORD KEY GC-CLE
000370         FILE STATUS W-GL-CONS-STATUS.
000380     SELECT GC-PARM ASSIGN TO GCPARM
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-GC-PARM-STATUS.
000410     SELECT GL-POST ASSIGN TO GLPOST
000420         ORGANIZATION SEQUENTIAL
000430         FILE STATUS W-GL-POST-STATUS.
000440     SELECT SOLDE-OUV ASSIGN TO SOLDEOUV
000450         ORGANIZATION SEQUENTIAL
000460         FILE STATUS W-SOLDE-OUV-STATUS.
000470     SELECT CPT-MAP ASSIGN TO CPTMAP
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-CPT-MAP-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  GL-CONS
000530     LABEL RECORD STANDARD
000540     DATA RECORD GLCONS-ENREG.
000550 COPY GLCONSC.
000560*****************************************************************
000570*    GC-PARM - CARTE DU PASSAGE : PROGRAMME SOURCE DU GL-POST
000580*    FOURNI (BLANC = AUCUN GL-POST A CHARGER) ET MOIS AAAAMM DES
000590*    SOLDES D'OUVERTURE A CHARGER (ZERO OU BLANC = AUCUN). UN
000600*    PRODUCTEUR QUI EMET DEUX FICHIERS LE MEME JOUR LES CHARGE
000610*    SOUS DEUX CODES SOURCE DISTINCTS.
000620*****************************************************************
000630 FD  GC-PARM
000640     LABEL RECORD STANDARD
000650     DATA RECORD GC-PARM-LIGNE.
000660 01  GC-PARM-LIGNE.
000670     05  PC-SOURCE               PIC X(08).
000680     05  PC-MOIS-OUVERTURE       PIC X(06).
000690     05  PC-MOIS-OUVERTURE-9 REDEFINES PC-MOIS-OUVERTURE
000700                                 PIC 9(06).
000710 FD  GL-POST
000720     LABEL RECORD STANDARD
000730     DATA RECORD GL-POST-LIGNE.
000740 01  GL-POST-LIGNE.
000750     05  GP-DATE                 PIC 9(08).
000760     05  GP-COMPTE               PIC X(10).
000770     05  GP-SENS                 PIC X(01).
000780     05  GP-MONTANT              PIC S9(11)V99
000790                                 SIGN LEADING SEPARATE.
000800     05  GP-LIBELLE              PIC X(30).
000810*****************************************************************
000820*    SOLDE-OUV - SOLDES D'OUVERTURE PAR COMPTE, MEME DESSIN QUE
000830*    DANS HZCL0001. POSITIF = SOLDE DEBITEUR.
000840*****************************************************************
000850 FD  SOLDE-OUV
000860     LABEL RECORD STANDARD
000870     DATA RECORD SOLDE-OUV-LIGNE.
000880 01  SOLDE-OUV-LIGNE.
000890     05  SO-COMPTE               PIC X(10).
000900     05  SO-SOLDE                PIC S9(13)V99
000910                                 SIGN LEADING SEPARATE.
000920 FD  CPT-MAP
000930     LABEL RECORD STANDARD
000940     DATA RECORD CPT-MAP-LIGNE.
000950 01  CPT-MAP-LIGNE.
000960     05  CM-COANAL               PIC X(05).
000970     05  CM-COMPTE-DEBIT         PIC X(10).
000980     05  CM-COMPTE-CREDIT        PIC X(10).
000990     05  CM-ENTITE               PIC X(02).
001000 WORKING-STORAGE SECTION.
001010 01  W-GL-CONS-STATUS            PIC XX.
001020     88  GL-CONS-OK              VALUE '00'.
001030     88  GL-CONS-DOUBLON         VALUE '22'.
001040 01  W-GC-PARM-STATUS            PIC XX.
001050     88  GC-PARM-OK              VALUE '00'.
001060 01  W-GL-POST-STATUS            PIC XX.
001070     88  GL-POST-OK              VALUE '00'.
001080 01  W-SOLDE-OUV-STATUS          PIC XX.
001090     88  SOLDE-OUV-OK            VALUE '00'.
001100 01  W-CPT-MAP-STATUS            PIC XX.
001110     88  CPT-MAP-OK              VALUE '00'.
001120 01  W-GL-CONS-OUVERT            PIC X VALUE 'N'.
001130     88  GL-CONS-OUVERT          VALUE 'O'.
001140 01  W-FIN-GL                    PIC X VALUE 'N'.
001150     88  FIN-GL                  VALUE 'O'.
001160 01  W-FIN-OUV                   PIC X VALUE 'N'.
001170     88  FIN-OUV                 VALUE 'O'.
001180 01  W-FIN-MAP                   PIC X VALUE 'N'.
001190     88  FIN-MAP                 VALUE 'O'.
001200 01  W-SOURCE                    PIC X(08) VALUE SPACES.
001210 01  W-MOIS-OUVERTURE            PIC 9(06) VALUE ZERO.
001220 01  W-DATE-OUVERTURE            PIC 9(08) VALUE ZERO.
001230 01  W-RANG-ECRITURE             PIC 9(06) VALUE ZERO.
001240 01  W-HORODATE-TRAVAIL.
001250     05  W-HORO-DATE             PIC 9(06).
001260     05  W-HORO-HEURE            PIC 9(08).
001270*****************************************************************
001280*    ENTITE PAR COMPTE, DEDUITE DU PLAN (400 COMPTES AU PLUS),
001290*    MEME TABLE QUE DANS HZGL0001 : UN COMPTE HORS PLAN EST
001300*    AFFECTE A L'ENTITE '01'.
001310*****************************************************************
001320 01  W-NB-COMPTES                PIC 9(03) COMP VALUE ZERO.
001330 01  W-TAB-COMPTES.
001340     05  W-CP-ENTREE OCCURS 400 TIMES
001350             INDEXED BY W-IDX-CP.
001360         10  W-CP-COMPTE         PIC X(10).
001370         10  W-CP-ENTITE         PIC X(02).
001380 01  W-COMPTE-COURANT            PIC X(10) VALUE SPACES.
001390 01  W-ENTITE-TRAVAIL            PIC X(02) VALUE SPACES.
001400 01  W-ENTITE-COURANTE           PIC X(02) VALUE SPACES.
001410 01  W-NB-ECRITURES-LUES         PIC 9(07) COMP VALUE ZERO.
001420 01  W-NB-ECRITURES-CHARGEES     PIC 9(07) COMP VALUE ZERO.
001430 01  W-NB-DEJA-CHARGEES          PIC 9(07) COMP VALUE ZERO.
001440 01  W-NB-HORS-PLAN              PIC 9(07) COMP VALUE ZERO.
001450 01  W-NB-OUVERTURES             PIC 9(07) COMP VALUE ZERO.
001460 01  W-NB-EDIT                   PIC Z(06)9.
001470 PROCEDURE DIVISION.
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001500     IF RETURN-CODE < 8
001510        PERFORM 1500-CHARGER-PLAN THRU 1500-EXIT
001520        PERFORM 2000-CHARGER-OUVERTURES THRU 2000-EXIT
001530        PERFORM 3000-CHARGER-GL-POST THRU 3000-EXIT
001540     END-IF.
001550     PERFORM 8000-TERMINE THRU 8000-EXIT.
001560     GOBACK.
001570 1000-INITIALISE.
001580     ACCEPT W-HORO-DATE FROM DATE.
001590     ACCEPT W-HORO-HEURE FROM TIME.
001600     OPEN INPUT GC-PARM.
001610     IF NOT GC-PARM-OK
001620        DISPLAY 'HZGC0001 - GC-PARM INDISPONIBLE - STATUT '
001630            W-GC-PARM-STATUS
001640        MOVE 8 TO RETURN-CODE
001650        GO TO 1000-EXIT
001660     END-IF.
001670     READ GC-PARM
001680        AT END
001690           MOVE SPACES TO GC-PARM-LIGNE
001700     END-READ.
001710     CLOSE GC-PARM.
001720     MOVE PC-SOURCE TO W-SOURCE.
001730     IF PC-MOIS-OUVERTURE IS NUMERIC
001740        MOVE PC-MOIS-OUVERTURE-9 TO W-MOIS-OUVERTURE
001750     END-IF.
001760     IF W-SOURCE = SPACES AND W-MOIS-OUVERTURE = ZERO
001770        DISPLAY 'HZGC0001 - CARTE GC-PARM VIDE - RIEN A CHARGER'
001780        MOVE 4 TO RETURN-CODE
001790        GO TO 1000-EXIT
001800     END-IF.
001810     OPEN I-O GL-CONS.
001820     IF NOT GL-CONS-OK
001830        DISPLAY 'HZGC0001 - GL-CONS INDISPONIBLE - STATUT '
001840            W-GL-CONS-STATUS
001850        MOVE 8 TO RETURN-CODE
001860        GO TO 1000-EXIT
001870     END-IF.
001880     SET GL-CONS-OUVERT TO TRUE.
001890 1000-EXIT.
001900     EXIT.
001910*****************************************************************
001920*    1500-CHARGER-PLAN - ENTITE PAR COMPTE : LES COMPTES DEBIT
001930*    ET CREDIT DE CHAQUE CORRESPONDANCE APPARTIENNENT A SON
001940*    ENTITE CM-ENTITE (MEME REGLE QUE HZGL0001).
001950*****************************************************************
001960 1500-CHARGER-PLAN.
001970     OPEN INPUT CPT-MAP.
001980     IF NOT CPT-MAP-OK
001990        DISPLAY 'HZGC0001 - CPT-MAP INDISPONIBLE, ENTITE 01 PAR '
002000            'DEFAUT - STATUT ' W-CPT-MAP-STATUS
002010        MOVE 4 TO RETURN-CODE
002020        GO TO 1500-EXIT
002030     END-IF.
002040     PERFORM UNTIL FIN-MAP
002050        READ CPT-MAP
002060           AT END SET FIN-MAP TO TRUE
002070           NOT AT END PERFORM 1510-EMPILER-COMPTES THRU
002080              1510-EXIT
002090        END-READ
002100     END-PERFORM.
002110     CLOSE CPT-MAP.
002120 1500-EXIT.
002130     EXIT.
002140 1510-EMPILER-COMPTES.
002150     MOVE CM-ENTITE TO W-ENTITE-TRAVAIL.
002160     MOVE CM-COMPTE-DEBIT TO W-COMPTE-COURANT.
002170     PERFORM 1520-EMPILER-UN-COMPTE THRU 1520-EXIT.
002180     MOVE CM-COMPTE-CREDIT TO W-COMPTE-COURANT.
002190     PERFORM 1520-EMPILER-UN-COMPTE THRU 1520-EXIT.
002200 1510-EXIT.
002210     EXIT.
002220 1520-EMPILER-UN-COMPTE.
002230     IF W-NB-COMPTES > ZERO
002240        SET W-IDX-CP TO 1
002250        SEARCH W-CP-ENTREE
002260           AT END
002270              PERFORM 1530-CREER-COMPTE THRU 1530-EXIT
002280           WHEN W-IDX-CP > W-NB-COMPTES
002290              PERFORM 1530-CREER-COMPTE THRU 1530-EXIT
002300           WHEN W-CP-COMPTE (W-IDX-CP) = W-COMPTE-COURANT
002310              CONTINUE
002320        END-SEARCH
002330     ELSE
002340        PERFORM 1530-CREER-COMPTE THRU 1530-EXIT
002350     END-IF.
002360 1520-EXIT.
002370     EXIT.
002380 1530-CREER-COMPTE.
002390     IF W-NB-COMPTES < 400
002400        ADD 1 TO W-NB-COMPTES
002410        MOVE W-COMPTE-COURANT TO W-CP-COMPTE (W-NB-COMPTES)
002420        MOVE W-ENTITE-TRAVAIL TO W-CP-ENTITE (W-NB-COMPTES)
002430     ELSE
002440        DISPLAY 'HZGC0001 - TABLE DES COMPTES PLEINE (400) - '
002450            'COMPTE IGNORE : ' W-COMPTE-COURANT
002460        MOVE 4 TO RETURN-CODE
002470     END-IF.
002480 1530-EXIT.
002490     EXIT.
002500*****************************************************************
002510*    2000-CHARGER-OUVERTURES - SOLDES D'OUVERTURE DU MOIS DEMANDE
002520*    : UN ENREGISTREMENT 'O' PAR COMPTE, DATE DU PREMIER JOUR DU
002530*    MOIS. UN SOLDE DEJA CHARGE EST REMPLACE (CLOTURE REPRISE).
002540*****************************************************************
002550 2000-CHARGER-OUVERTURES.
002560     IF W-MOIS-OUVERTURE = ZERO
002570        GO TO 2000-EXIT
002580     END-IF.
002590     OPEN INPUT SOLDE-OUV.
002600     IF NOT SOLDE-OUV-OK
002610        DISPLAY 'HZGC0001 - SOLDE-OUV INDISPONIBLE - STATUT '
002620            W-SOLDE-OUV-STATUS
002630        MOVE 8 TO RETURN-CODE
002640        GO TO 2000-EXIT
002650     END-IF.
002660     COMPUTE W-DATE-OUVERTURE = W-MOIS-OUVERTURE * 100 + 1.
002670     PERFORM 2100-CHARGER-UNE-OUVERTURE THRU 2100-EXIT
002680        UNTIL FIN-OUV.
002690     CLOSE SOLDE-OUV.
002700 2000-EXIT.
002710     EXIT.
002720 2100-CHARGER-UNE-OUVERTURE.
002730     READ SOLDE-OUV
002740        AT END
002750           MOVE 'O' TO W-FIN-OUV
002760           GO TO 2100-EXIT
002770     END-READ.
002780     MOVE SPACES TO GLCONS-ENREG.
002790     MOVE SO-COMPTE TO GC-COMPTE.
002800     MOVE W-DATE-OUVERTURE TO GC-DATE.
002810     MOVE SPACES TO GC-SOURCE.
002820     MOVE ZERO TO GC-RANG.
002830     MOVE 'O' TO GC-TYPE.
002840     MOVE SO-SOLDE TO GC-MONTANT.
002850     MOVE 'SOLDE D''OUVERTURE DU MOIS' TO GC-LIBELLE.
002860     MOVE SO-COMPTE TO W-COMPTE-COURANT.
002870     PERFORM 4000-CHERCHER-ENTITE THRU 4000-EXIT.
002880     MOVE W-ENTITE-COURANTE TO GC-ENTITE.
002890     MOVE W-HORODATE-TRAVAIL TO GC-HORO-CHARGEMENT.
002900     WRITE GLCONS-ENREG.
002910     IF GL-CONS-DOUBLON
002920        REWRITE GLCONS-ENREG
002930     END-IF.
002940     IF GL-CONS-OK
002950        ADD 1 TO W-NB-OUVERTURES
002960     ELSE
002970        DISPLAY 'HZGC0001 - OUVERTURE NON CHARGEE ' SO-COMPTE
002980            ' - STATUT ' W-GL-CONS-STATUS
002990        MOVE 8 TO RETURN-CODE
003000     END-IF.
003010 2100-EXIT.
003020     EXIT.
003030*****************************************************************
003040*    3000-CHARGER-GL-POST - UNE ENTREE 'M' PAR ECRITURE, RANGEE
003050*    SOUS LE CODE SOURCE DE LA CARTE ET LE RANG DE L'ECRITURE.
003060*****************************************************************
003070 3000-CHARGER-GL-POST.
003080     IF W-SOURCE = SPACES
003090        GO TO 3000-EXIT
003100     END-IF.
003110     OPEN INPUT GL-POST.
003120     IF NOT GL-POST-OK
003130        DISPLAY 'HZGC0001 - GL-POST INDISPONIBLE - STATUT '
003140            W-GL-POST-STATUS
003150        MOVE 8 TO RETURN-CODE
003160        GO TO 3000-EXIT
003170     END-IF.
003180     MOVE ZERO TO W-RANG-ECRITURE.
003190     PERFORM 3100-CHARGER-UNE-ECRITURE THRU 3100-EXIT
003200        UNTIL FIN-GL.
003210     CLOSE GL-POST.
003220 3000-EXIT.
003230     EXIT.
003240 3100-CHARGER-UNE-ECRITURE.
003250     READ GL-POST
003260        AT END
003270           MOVE 'O' TO W-FIN-GL
003280           GO TO 3100-EXIT
003290     END-READ.
003300     ADD 1 TO W-NB-ECRITURES-LUES.
003310     ADD 1 TO W-RANG-ECRITURE.
003320     MOVE SPACES TO GLCONS-ENREG.
003330     MOVE GP-COMPTE TO GC-COMPTE.
003340     MOVE GP-DATE TO GC-DATE.
003350     MOVE W-SOURCE TO GC-SOURCE.
003360     MOVE W-RANG-ECRITURE TO GC-RANG.
003370     MOVE 'M' TO GC-TYPE.
003380     MOVE GP-SENS TO GC-SENS.
003390     MOVE GP-MONTANT TO GC-MONTANT.
003400     MOVE GP-LIBELLE TO GC-LIBELLE.
003410     MOVE GP-COMPTE TO W-COMPTE-COURANT.
003420     PERFORM 4000-CHERCHER-ENTITE THRU 4000-EXIT.
003430     MOVE W-ENTITE-COURANTE TO GC-ENTITE.
003440     MOVE W-HORODATE-TRAVAIL TO GC-HORO-CHARGEMENT.
003450     WRITE GLCONS-ENREG.
003460     EVALUATE TRUE
003470        WHEN GL-CONS-OK
003480           ADD 1 TO W-NB-ECRITURES-CHARGEES
003490        WHEN GL-CONS-DOUBLON
003500           ADD 1 TO W-NB-DEJA-CHARGEES
003510        WHEN OTHER
003520           DISPLAY 'HZGC0001 - ECRITURE NON CHARGEE ' GP-COMPTE
003530               ' ' GP-DATE ' - STATUT ' W-GL-CONS-STATUS
003540           MOVE 8 TO RETURN-CODE
003550     END-EVALUATE.
003560 3100-EXIT.
003570     EXIT.
003580 4000-CHERCHER-ENTITE.
003590     MOVE '01' TO W-ENTITE-COURANTE.
003600     IF W-NB-COMPTES = ZERO
003610        GO TO 4000-EXIT
003620     END-IF.
003630     SET W-IDX-CP TO 1.
003640     SEARCH W-CP-ENTREE
003650        AT END
003660           ADD 1 TO W-NB-HORS-PLAN
003670        WHEN W-IDX-CP > W-NB-COMPTES
003680           ADD 1 TO W-NB-HORS-PLAN
003690        WHEN W-CP-COMPTE (W-IDX-CP) = W-COMPTE-COURANT
003700           MOVE W-CP-ENTITE (W-IDX-CP) TO W-ENTITE-COURANTE
003710     END-SEARCH.
003720 4000-EXIT.
003730     EXIT.
003740 8000-TERMINE.
003750     IF GL-CONS-OUVERT
003760        CLOSE GL-CONS
003770     END-IF.
003780     MOVE W-NB-OUVERTURES TO W-NB-EDIT.
003790     DISPLAY 'HZGC0001 - SOLDES D''OUVERTURE CHARGES : '
003800         W-NB-EDIT.
003810     MOVE W-NB-ECRITURES-LUES TO W-NB-EDIT.
003820     DISPLAY 'HZGC0001 - ECRITURES LUES (' W-SOURCE ') : '
003830         W-NB-EDIT.
003840     MOVE W-NB-ECRITURES-CHARGEES TO W-NB-EDIT.
003850     DISPLAY 'HZGC0001 - ECRITURES CHARGEES         : ' W-NB-EDIT.
003860     MOVE W-NB-DEJA-CHARGEES TO W-NB-EDIT.
003870     DISPLAY 'HZGC0001 - ECRITURES DEJA CHARGEES    : ' W-NB-EDIT.
003880     MOVE W-NB-HORS-PLAN TO W-NB-EDIT.
003890     DISPLAY 'HZGC0001 - COMPTES HORS PLAN (ENT 01) : ' W-NB-EDIT.
003900 8000-EXIT.
003910     EXIT.
