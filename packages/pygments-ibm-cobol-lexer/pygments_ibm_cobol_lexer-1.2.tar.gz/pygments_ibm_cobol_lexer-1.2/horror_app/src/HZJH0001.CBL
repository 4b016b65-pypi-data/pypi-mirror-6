000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZJH0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. CHARGEMENT DE L'HISTORIQUE FFFFFGS CONSULTABLE EN
000080     LIGNE : LE JOURNAL D'IMAGES AVANT FGS-JRNL (HORROR, HZMT0001,
000090     HZFU0001, HZRI0001, HZSY0001...) N'EST LISIBLE QU'EN BATCH ;
000100     CE PROGRAMME LE TRIE PAR FFFFFGS-CLE PUIS HORODATE ET
000110     RECHARGE EN TOTALITE LE KSDS FGSHIST (DESSIN FGSHISC) QUE
000120     PARCOURT LA TRANSACTION HZHI (HZHI0001), APPELEE PAR PFK5
000130     DEPUIS LA CONSULTATION HZIQ. L'ORDRE DE LECTURE DU JOURNAL
000140     DEPARTAGE LES TRACES DE MEME HORODATE. A PASSER APRES CHAQUE
000150     CHAINE QUI ECRIT FGS-JRNL (ET APRES HZEF0001, QUI
000160     ANONYMISE LE JOURNAL). JOURNAL ABSENT OU ECRITURE FGSHIST
000170     EN ECHEC = CODE 8.
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
000330     SELECT FGS-JRNL ASSIGN TO FGSJRNL
000340         ORGANIZATION SEQUENTIAL
000350         FILE STATUS W-FGS-JRNL-STATUS.
000360     SELECT FGS-HIST ASSIGN TO FGSHIST
000370         ORGANIZATION INDEXED
000380         ACCESS MODE SEQUENTIAL
000390         RECORD KEY FH-CLE-HIST
000400         FILE STATUS W-FGS-HIST-STATUS.
000410     SELECT TRI-JOURNAL ASSIGN TO SORTWK01.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  FGS-JRNL
000450     LABEL RECORD STANDARD
000460     DATA RECORD FGS-JRNL-LIGNE.
000470 01  FGS-JRNL-LIGNE.
000480     05  JN-HORODATE             PIC X(15).
000490     05  JN-JOB-NAME             PIC X(08).
000500     05  JN-TYPE                 PIC X(01).
000510     05  JN-CLE                  PIC X(12).
000520     05  JN-IMAGE-AVANT          PIC X(90).
000530 FD  FGS-HIST
000540     LABEL RECORD STANDARD
000550     DATA RECORD FGS-HIST-ENREG.
000560 COPY FGSHISC.
000570*****************************************************************
000580*    TRI-JOURNAL - FICHIER DE TRI. CLE, HORODATE PUIS RANG DE
000590*    LECTURE DANS LE JOURNAL (ORDRE D'ECRITURE CONSERVE).
000600*****************************************************************
000610 SD  TRI-JOURNAL
000620     DATA RECORD TRI-LIGNE.
000630 01  TRI-LIGNE.
000640     05  TRI-CLE                 PIC X(12).
000650     05  TRI-HORODATE            PIC X(15).
000660     05  TRI-RANG                PIC 9(09).
000670     05  TRI-JOB-NAME            PIC X(08).
000680     05  TRI-TYPE                PIC X(01).
000690     05  TRI-IMAGE-AVANT         PIC X(90).
000700 WORKING-STORAGE SECTION.
000710 01  W-FGS-JRNL-STATUS           PIC XX.
000720     88  FGS-JRNL-OK             VALUE '00'.
000730     88  FGS-JRNL-FIN            VALUE '10'.
000740 01  W-FGS-HIST-STATUS           PIC XX.
000750     88  FGS-HIST-OK             VALUE '00'.
000760 01  W-FIN-TRI                   PIC X VALUE 'N'.
000770     88  FIN-TRI                 VALUE 'O'.
000780 01  W-ABANDON-SW                PIC X VALUE 'N'.
000790     88  ABANDON-CHARGEMENT      VALUE 'O'.
000800*****************************************************************
000810*    COMPTEURS.
000820*****************************************************************
000830 01  W-NB-LUS                    PIC 9(09) COMP VALUE ZERO.
000840 01  W-NB-ECRITS                 PIC 9(09) COMP VALUE ZERO.
000850 01  W-NB-CLES                   PIC 9(09) COMP VALUE ZERO.
000860 01  W-NB-IGNORES                PIC 9(09) COMP VALUE ZERO.
000870 01  W-CLE-PRECEDENTE            PIC X(12) VALUE LOW-VALUES.
000880 01  W-NB-EDIT                   PIC Z(08)9.
000890 PROCEDURE DIVISION.
000900 0000-MAINLINE.
000910     PERFORM 1000-INITIALISE THRU 1000-EXIT.
000920     IF ABANDON-CHARGEMENT
000930        GO TO 0000-FIN
000940     END-IF.
000950     SORT TRI-JOURNAL
000960        ON ASCENDING KEY TRI-CLE TRI-HORODATE TRI-RANG
000970        INPUT PROCEDURE 2000-LIRE-JOURNAL THRU 2000-EXIT
000980        OUTPUT PROCEDURE 7000-CHARGER-HISTORIQUE THRU 7000-EXIT.
000990     PERFORM 8000-TERMINE THRU 8000-EXIT.
001000 0000-FIN.
001010     GOBACK.
001020*****************************************************************
001030*    1000-INITIALISE - LE JOURNAL DOIT ETRE LISIBLE AVANT QUE
001040*    FGSHIST NE SOIT VIDE PAR L'OUVERTURE EN SORTIE : SANS
001050*    JOURNAL, L'HISTORIQUE EN PLACE EST CONSERVE (CODE 8).
001060*****************************************************************
001070 1000-INITIALISE.
001080     OPEN INPUT FGS-JRNL.
001090     IF NOT FGS-JRNL-OK
001100        DISPLAY 'HZJH0001 - FGS-JRNL INDISPONIBLE - STATUT '
001110            W-FGS-JRNL-STATUS ' - FGSHIST NON RECHARGE'
001120        MOVE 8 TO RETURN-CODE
001130        MOVE 'O' TO W-ABANDON-SW
001140        GO TO 1000-EXIT
001150     END-IF.
001160     OPEN OUTPUT FGS-HIST.
001170     IF NOT FGS-HIST-OK
001180        DISPLAY 'HZJH0001 - OUVERTURE FGSHIST EN ECHEC - STATUT '
001190            W-FGS-HIST-STATUS
001200        MOVE 8 TO RETURN-CODE
001210        MOVE 'O' TO W-ABANDON-SW
001220        CLOSE FGS-JRNL
001230     END-IF.
001240 1000-EXIT.
001250     EXIT.
001260*****************************************************************
001270*    2000-LIRE-JOURNAL - PROCEDURE D'ENTREE DU TRI : UNE LIGNE
001280*    PAR IMAGE AVANT, NUMEROTEE DANS L'ORDRE DU JOURNAL. UNE
001290*    LIGNE SANS CLE EST IGNOREE ET COMPTEE.
001300*****************************************************************
001310 2000-LIRE-JOURNAL SECTION.
001320 2000-DEBUT.
001330     PERFORM 2100-LIRE-TRACE THRU 2100-EXIT
001340        UNTIL FGS-JRNL-FIN OR ABANDON-CHARGEMENT.
001350     CLOSE FGS-JRNL.
001360 2000-EXIT.
001370     EXIT.
001380 2100-LIRE-TRACE.
001390     READ FGS-JRNL
001400        AT END
001410           GO TO 2100-EXIT
001420     END-READ.
001430     IF NOT FGS-JRNL-OK
001440        DISPLAY 'HZJH0001 - LECTURE FGS-JRNL EN ECHEC - STATUT '
001450            W-FGS-JRNL-STATUS
001460        MOVE 8 TO RETURN-CODE
001470        MOVE 'O' TO W-ABANDON-SW
001480        GO TO 2100-EXIT
001490     END-IF.
001500     ADD 1 TO W-NB-LUS.
001510     IF JN-CLE = SPACES OR JN-CLE = LOW-VALUES
001520        ADD 1 TO W-NB-IGNORES
001530        GO TO 2100-EXIT
001540     END-IF.
001550     MOVE JN-CLE TO TRI-CLE.
001560     MOVE JN-HORODATE TO TRI-HORODATE.
001570     MOVE W-NB-LUS TO TRI-RANG.
001580     MOVE JN-JOB-NAME TO TRI-JOB-NAME.
001590     MOVE JN-TYPE TO TRI-TYPE.
001600     MOVE JN-IMAGE-AVANT TO TRI-IMAGE-AVANT.
001610     RELEASE TRI-LIGNE.
001620 2100-EXIT.
001630     EXIT.
001640*****************************************************************
001650*    7000-CHARGER-HISTORIQUE - PROCEDURE DE SORTIE DU TRI : LES
001660*    LIGNES ARRIVENT DANS L'ORDRE DE LA CLE FGSHIST ET SONT
001670*    ECRITES EN SEQUENTIEL. UNE ECRITURE REFUSEE ARRETE LE
001680*    CHARGEMENT (CODE 8).
001690*****************************************************************
001700 7000-CHARGER-HISTORIQUE SECTION.
001710 7000-DEBUT.
001720     MOVE 'N' TO W-FIN-TRI.
001730     PERFORM 7100-RESTITUER-LIGNE THRU 7100-EXIT
001740        UNTIL FIN-TRI.
001750 7000-EXIT.
001760     EXIT.
001770 7100-RESTITUER-LIGNE.
001780     RETURN TRI-JOURNAL
001790        AT END
001800           SET FIN-TRI TO TRUE
001810        NOT AT END
001820           PERFORM 7200-ECRIRE-HISTORIQUE THRU 7200-EXIT
001830     END-RETURN.
001840 7100-EXIT.
001850     EXIT.
001860 7200-ECRIRE-HISTORIQUE.
001870     IF ABANDON-CHARGEMENT
001880        GO TO 7200-EXIT
001890     END-IF.
001900     MOVE TRI-CLE TO FH-CLE.
001910     MOVE TRI-HORODATE TO FH-HORODATE.
001920     MOVE TRI-RANG TO FH-RANG.
001930     MOVE TRI-JOB-NAME TO FH-JOB-NAME.
001940     MOVE TRI-TYPE TO FH-TYPE.
001950     MOVE TRI-IMAGE-AVANT TO FH-IMAGE-AVANT.
001960     WRITE FGS-HIST-ENREG
001970        INVALID KEY
001980           DISPLAY 'HZJH0001 - ECRITURE FGSHIST REFUSEE - STATUT '
001990               W-FGS-HIST-STATUS ' CLE ' TRI-CLE
002000           MOVE 8 TO RETURN-CODE
002010           MOVE 'O' TO W-ABANDON-SW
002020           GO TO 7200-EXIT
002030     END-WRITE.
002040     ADD 1 TO W-NB-ECRITS.
002050     IF TRI-CLE NOT = W-CLE-PRECEDENTE
002060        ADD 1 TO W-NB-CLES
002070        MOVE TRI-CLE TO W-CLE-PRECEDENTE
002080     END-IF.
002090 7200-EXIT.
002100     EXIT.
002110*****************************************************************
002120*    8000-TERMINE
002130*****************************************************************
002140 8000-TERMINE.
002150     CLOSE FGS-HIST.
002160     MOVE W-NB-LUS TO W-NB-EDIT.
002170     DISPLAY 'HZJH0001 - IMAGES LUES        : ' W-NB-EDIT.
002180     MOVE W-NB-IGNORES TO W-NB-EDIT.
002190     DISPLAY 'HZJH0001 - IMAGES SANS CLE    : ' W-NB-EDIT.
002200     MOVE W-NB-ECRITS TO W-NB-EDIT.
002210     DISPLAY 'HZJH0001 - TRACES CHARGEES    : ' W-NB-EDIT.
002220     MOVE W-NB-CLES TO W-NB-EDIT.
002230     DISPLAY 'HZJH0001 - CLES FFFFFGS       : ' W-NB-EDIT.
002240     IF W-NB-IGNORES > ZERO AND RETURN-CODE < 4
002250        MOVE 4 TO RETURN-CODE
002260     END-IF.
002270 8000-EXIT.
002280     EXIT.
