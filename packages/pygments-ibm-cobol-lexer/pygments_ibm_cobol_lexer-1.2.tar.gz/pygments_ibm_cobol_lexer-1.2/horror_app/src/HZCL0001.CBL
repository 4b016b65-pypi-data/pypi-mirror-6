000130     CL-RPRT ET DOIT SORTIR A ZERO ; LES SOLDES DE CLOTURE SONT
000140     REPORTES SUR SOLDE-CLO POUR SERVIR D'OUVERTURE AU MOIS
000150     SUIVANT. LA COMPTABILITE NE CLOT PLUS SUR TABLEUR.
000152     LES ECRITURES DATEES D'UN EXERCICE CLOS PAR HZCX0001
000154     (RUBRIQUE KONSTAB EXERCICE-CLOS) SONT REFUSEES ET SIGNALEES,
000156     SAUF REOUVERTURE DE CET EXERCICE (RUBRIQUE EXERCICE-REOUVERT
000158     A 'O').
000160*****************************************************************
000170*    HISTORIQUE DES MODIFICATIONS
000180*    --------------------------------------------------------
000190*    DATE       AUTEUR  DESCRIPTION
000200*    --------   ------  -------------------------------------
000210*    02/09/2026 EBA     CREATION.
000213*    15/10/2026 EBA     REFUS DES ECRITURES DATEES D'UN EXERCICE
000216*                       CLOS (EXERCICE-CLOS, EXERCICE-REOUVERT).
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000370     SELECT CPT-MAP ASSIGN TO CPTMAP
000380         ORGANIZATION SEQUENTIAL
000390         FILE STATUS W-CPT-MAP-STATUS.
000392     SELECT KONSTAB ASSIGN TO KONSTAB
000394         ORGANIZATION SEQUENTIAL
000396         FILE STATUS W-KONSTAB-STATUS.
000400     SELECT SOLDE-CLO ASSIGN TO SOLDECLO
000410         ORGANIZATION SEQUENTIAL
000420         FILE STATUS W-SOLDE-CLO-STATUS.
000840     05  CM-COMPTE-DEBIT         PIC X(10).
000850     05  CM-COMPTE-CREDIT        PIC X(10).
000852     05  CM-ENTITE               PIC X(02).
000853 FD  KONSTAB
000854     LABEL RECORD STANDARD
000855     DATA RECORD KONSTAB-LIGNE.
000856 01  KONSTAB-LIGNE.
000857     05  KONSTAB-RUBRIQUE        PIC X(20).
000858     05  KONSTAB-VALEUR          PIC X(60).
000860 FD  SOLDE-CLO
000870     LABEL RECORD STANDARD
000880     DATA RECORD SOLDE-CLO-LIGNE.
001020 01  W-CPT-MAP-STATUS            PIC XX.
001030     88  CPT-MAP-OK              VALUE '00'.
001040     88  CPT-MAP-FIN             VALUE '10'.
001042 01  W-KONSTAB-STATUS            PIC XX.
001044     88  KONSTAB-OK              VALUE '00'.
001046     88  KONSTAB-FIN             VALUE '10'.
001050 01  W-SOLDE-CLO-STATUS          PIC XX.
001060 01  W-CL-RPRT-STATUS            PIC XX.
001070 01  W-FIN-GL                    PIC X VALUE 'N'.
001100     88  FIN-OUV                 VALUE 'O'.
001110 01  W-FIN-MAP                   PIC X VALUE 'N'.
001120     88  FIN-MAP                 VALUE 'O'.
001121*****************************************************************
001122*    EXERCICE CLOS PAR HZCX0001 ET SA REOUVERTURE EVENTUELLE
001123*    (RUBRIQUES KONSTAB).
001124*****************************************************************
001125 01  KT-EXERCICE-CLOS            PIC X(04) VALUE SPACES.
001126 01  KT-EXERCICE-REOUVERT        PIC X(01) VALUE 'N'.
001127 01  W-NB-REFUSEES               PIC 9(07) COMP VALUE ZERO.
001130*****************************************************************
001140*    GRAND LIVRE MENSUEL EN TABLE : UN COMPTE PAR ENTREE (400
001150*    COMPTES AU PLUS, COMME LA TABLE GL DE COMPARAISON).
001570 PROCEDURE DIVISION.
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001595     PERFORM 1400-CHARGER-KONSTAB THRU 1400-EXIT.
001600     PERFORM 1500-CHARGER-OUVERTURES THRU 1500-EXIT.
001610     PERFORM 1600-CHARGER-PLAN THRU 1600-EXIT.
001620     PERFORM 3000-CUMULER-ECRITURE THRU 3000-EXIT
001720            W-GL-MOIS-STATUS
001730        MOVE 'O' TO W-FIN-GL
001740        MOVE 8 TO RETURN-CODE
001741     END-IF.
001742 1000-EXIT.
001743     EXIT.
001744 1400-CHARGER-KONSTAB.
001745     OPEN INPUT KONSTAB.
001746     IF NOT KONSTAB-OK
001747        DISPLAY 'HZCL0001 - KONSTAB INDISPONIBLE - STATUT '
001748            W-KONSTAB-STATUS
001749        GO TO 1400-EXIT
001750     END-IF.
001751     PERFORM UNTIL KONSTAB-FIN
001752        READ KONSTAB
001753           AT END SET KONSTAB-FIN TO TRUE
001754           NOT AT END
001755              IF KONSTAB-RUBRIQUE = 'EXERCICE-CLOS'
001756                 MOVE KONSTAB-VALEUR (1:4) TO KT-EXERCICE-CLOS
001757              END-IF
001758              IF KONSTAB-RUBRIQUE = 'EXERCICE-REOUVERT'
001759                 MOVE KONSTAB-VALEUR (1:1) TO KT-EXERCICE-REOUVERT
001760              END-IF
001761        END-READ
001762     END-PERFORM.
001763     CLOSE KONSTAB.
001764 1400-EXIT.
001770     EXIT.
001780*****************************************************************
001790*    1500-CHARGER-OUVERTURES - REPORT DES SOLDES DE CLOTURE DU
002800           MOVE 'O' TO W-FIN-GL
002810           GO TO 3000-EXIT
002820     END-READ.
002821     ADD 1 TO W-NB-ECRITURES.
002822     IF KT-EXERCICE-CLOS NUMERIC
002823           AND GM-DATE (1:4) NOT > KT-EXERCICE-CLOS
002824        IF GM-DATE (1:4) < KT-EXERCICE-CLOS
002825              OR KT-EXERCICE-REOUVERT NOT = 'O'
002826           ADD 1 TO W-NB-REFUSEES
002827           DISPLAY 'HZCL0001 - ECRITURE REFUSEE, EXERCICE CLOS : '
002828               GM-DATE ' ' GM-COMPTE ' ' GM-SENS ' ' GM-LIBELLE
002829           IF RETURN-CODE < 4
002830              MOVE 4 TO RETURN-CODE
002831           END-IF
002832           GO TO 3000-EXIT
002833        END-IF
002834     END-IF.
002840     MOVE GM-COMPTE TO W-COMPTE-COURANT.
002850     PERFORM 2000-LOCALISER-COMPTE THRU 2000-EXIT.
002860     IF TABLE-PLEINE
003670     CLOSE SOLDE-CLO CL-RPRT.
003680     MOVE W-NB-ECRITURES TO W-NB-EDIT.
003690     DISPLAY 'HZCL0001 - ECRITURES DU MOIS : ' W-NB-EDIT.
003692     MOVE W-NB-REFUSEES TO W-NB-EDIT.
003694     DISPLAY 'HZCL0001 - ECRITURES REFUSEES (EXERCICE CLOS) : '
003696         W-NB-EDIT.
003700     MOVE W-NB-COMPTES TO W-NB-EDIT.
003710     DISPLAY 'HZCL0001 - COMPTES EN BALANCE : ' W-NB-EDIT.
003720 8000-EXIT.
