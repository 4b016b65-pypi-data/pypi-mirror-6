000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZRU0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. RESTAURATION DANS LE CLUSTER FFFFFGS D'ENREGISTREMENTS
000080     ARCHIVES PAR HZAR0001, A LA DEMANDE (RECLAMATION TARDIVE,
000090     REINTEGRATION). LES DEMANDES RU-DEM DESIGNENT UN ADHERENT
000100     (COADHF) OU UNE PLAGE DE CLES FFFFFGS-CLE ; L'ARCHIVE
000110     FGS-ARCH (GENERATIONS CONCATENEES) EST LUE EN ENTIER ET
000120     CHAQUE IMAGE DESIGNEE EST RECREEE PAR LA FILIERE NORMALE
000130     D'ECRITURE, AVEC HORODATE D'AUDIT POSEE ET CREATION
000140     JOURNALISEE DANS FGS-JRNL (TYPE 'C', IMAGE AVANT 'NEANT
000150     (RESTAURATION ARCHIVE)') UNE FOIS L'ECRITURE ACQUISE. UNE CLE
000160     DEJA PRESENTE DANS LE CLUSTER EST REFUSEE, L'ENREGISTREMENT
000170     VIVANT N'EST JAMAIS ECRASE. CHAQUE CLE RESTAUREE EST INSCRITE
000180     AU REGISTRE RU-REG, LU PAR HZAR0001 QUI NE L'ARCHIVE PLUS
000190     AVANT LE DELAI DE GRACE KONSTAB ARCH-GRACE-MOIS. LE RAPPORT
000200     RU-RPRT LISTE LES ENREGISTREMENTS RESTAURES ET REFUSES, PUIS
000210     LE BILAN PAR DEMANDE.
000220*****************************************************************
000230*    HISTORIQUE DES MODIFICATIONS
000240*    --------------------------------------------------------
000250*    DATE       AUTEUR  DESCRIPTION
000260*    --------   ------  -------------------------------------
000270*    15/10/2026 EBA     CREATION.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT FFFFFGS ASSIGN TO FFFFFGS
000380         ORGANIZATION INDEXED
000390         ACCESS MODE DYNAMIC
000400         RECORD KEY FFFFFGS-CLE
000410         ALTERNATE RECORD KEY FFFFFGS-COADHF
000420             WITH DUPLICATES
000430         FILE STATUS W-FFFFFGS-STATUS.
000440     SELECT RU-DEM ASSIGN TO RUDEM
000450         ORGANIZATION SEQUENTIAL
000460         FILE STATUS W-RU-DEM-STATUS.
000470     SELECT FGS-ARCH ASSIGN TO FGSARCH
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-FGS-ARCH-STATUS.
000500     SELECT FGS-JRNL ASSIGN TO FGSJRNL
000510         ORGANIZATION SEQUENTIAL
000520         FILE STATUS W-FGS-JRNL-STATUS.
000530     SELECT RU-REG ASSIGN TO RUREG
000540         ORGANIZATION SEQUENTIAL
000550         FILE STATUS W-RU-REG-STATUS.
000560     SELECT RU-RPRT ASSIGN TO RURPRT
000570         ORGANIZATION SEQUENTIAL
000580         FILE STATUS W-RU-RPRT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  FFFFFGS
000620     LABEL RECORD STANDARD
000630     DATA RECORD FFFFFGS-ENREG.
000640 COPY FFFFFFGS.
000650*****************************************************************
000660*    RU-DEM - DEMANDES DE RESTAURATION : TYPE 'A' TOUS LES
000670*    ENREGISTREMENTS ARCHIVES D'UN ADHERENT (RD-COADHF), TYPE 'P'
000680*    UNE PLAGE DE CLES (RD-CLE-DEBUT A RD-CLE-FIN INCLUSES), AVEC
000690*    LE MOTIF ET LE USER-ID DU DEMANDEUR.
000700*****************************************************************
000710 FD  RU-DEM
000720     LABEL RECORD STANDARD
000730     DATA RECORD RU-DEM-LIGNE.
000740 01  RU-DEM-LIGNE.
000750     05  RD-TYPE                 PIC X(01).
000760         88  RD-PAR-ADHERENT     VALUE 'A'.
000770         88  RD-PAR-PLAGE        VALUE 'P'.
000780     05  RD-COADHF               PIC X(09).
000790     05  RD-CLE-DEBUT            PIC X(12).
000800     05  RD-CLE-FIN              PIC X(12).
000810     05  RD-MOTIF                PIC X(30).
000820     05  RD-USER-ID              PIC X(08).
000830*****************************************************************
000840*    FGS-ARCH - ARCHIVE SEQUENTIELLE DE HZAR0001 : IMAGE COMPLETE
000850*    DE CHAQUE ENREGISTREMENT EPURE (DESSIN FFFFFFGS).
000860*****************************************************************
000870 FD  FGS-ARCH
000880     LABEL RECORD STANDARD
000890     DATA RECORD FGS-ARCH-ENREG.
000900 01  FGS-ARCH-ENREG              PIC X(90).
000910*****************************************************************
000920*    FGS-JRNL - JOURNAL DES IMAGES AVANT DE FFFFFGS, MEME
000930*    DESSIN QUE DANS HORROR (7021) ET HZMT0001.
000940*****************************************************************
000950 FD  FGS-JRNL
000960     LABEL RECORD STANDARD
000970     DATA RECORD FGS-JRNL-LIGNE.
000980 01  FGS-JRNL-LIGNE.
000990     05  JN-HORODATE             PIC X(15).
001000     05  JN-JOB-NAME             PIC X(08).
001010     05  JN-TYPE                 PIC X(01).
001020     05  JN-CLE                  PIC X(12).
001030     05  JN-IMAGE-AVANT          PIC X(90).
001040*****************************************************************
001050*    RU-REG - REGISTRE DES RESTAURATIONS, CUMULATIF : UNE LIGNE
001060*    PAR CLE RESTAUREE, DATE DE RESTAURATION (AAAAMMJJ), MOTIF ET
001070*    DEMANDEUR. LU PAR HZAR0001 POUR LE DELAI DE GRACE.
001080*****************************************************************
001090 FD  RU-REG
001100     LABEL RECORD STANDARD
001110     DATA RECORD RU-REG-LIGNE.
001120 01  RU-REG-LIGNE.
001130     05  RR-CLE                  PIC X(12).
001140     05  RR-COADHF               PIC X(09).
001150     05  RR-DATE-RESTAURATION    PIC 9(08).
001160     05  RR-MOTIF                PIC X(30).
001170     05  RR-USER-ID              PIC X(08).
001180 FD  RU-RPRT
001190     LABEL RECORD STANDARD
001200     DATA RECORD RU-RPRT-LIGNE.
001210 01  RU-RPRT-LIGNE               PIC X(132).
001220 WORKING-STORAGE SECTION.
001230 01  W-FFFFFGS-STATUS            PIC XX.
001240     88  FFFFFGS-OK              VALUE '00'.
001250     88  FFFFFGS-DOUBLON         VALUE '22'.
001260 01  W-RU-DEM-STATUS             PIC XX.
001270     88  RU-DEM-OK               VALUE '00'.
001280 01  W-FGS-ARCH-STATUS           PIC XX.
001290     88  FGS-ARCH-OK             VALUE '00'.
001300 01  W-FGS-JRNL-STATUS           PIC XX.
001310 01  W-RU-REG-STATUS             PIC XX.
001320 01  W-RU-RPRT-STATUS            PIC XX.
001330 01  W-FIN-DEMANDES              PIC X VALUE 'N'.
001340     88  FIN-DEMANDES            VALUE 'O'.
001350 01  W-FIN-ARCHIVE               PIC X VALUE 'N'.
001360     88  FIN-ARCHIVE             VALUE 'O'.
001370 01  W-DEMANDE-SW                PIC X VALUE 'N'.
001380     88  DEMANDE-RETENUE         VALUE 'O'.
001390 01  W-CLUSTER-SW                PIC X VALUE 'N'.
001400     88  CLUSTER-OUVERT          VALUE 'O'.
001410 01  W-ARCHIVE-SW                PIC X VALUE 'N'.
001420     88  ARCHIVE-OUVERTE         VALUE 'O'.
001430 01  W-HORODATE-TRAVAIL.
001440     05  W-HORO-DATE             PIC 9(06).
001450     05  W-HORO-HEURE            PIC 9(08).
001460 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
001470*****************************************************************
001480*    DEMANDES DU PASSAGE EN TABLE (200 AU PLUS), AVEC LEURS
001490*    COMPTES DE RESTAURES ET DE REFUSES POUR LE BILAN.
001500*****************************************************************
001510 01  W-NB-DEMANDES               PIC 9(03) COMP VALUE ZERO.
001520 01  W-TAB-DEMANDES.
001530     05  W-DM-ENTREE OCCURS 200 TIMES
001540             INDEXED BY W-IDX-DM.
001550         10  W-DM-TYPE           PIC X(01).
001560         10  W-DM-COADHF         PIC X(09).
001570         10  W-DM-CLE-DEBUT      PIC X(12).
001580         10  W-DM-CLE-FIN        PIC X(12).
001590         10  W-DM-MOTIF          PIC X(30).
001600         10  W-DM-USER-ID        PIC X(08).
001610         10  W-DM-NB-RESTAURES   PIC 9(05) COMP.
001620         10  W-DM-NB-REFUSES     PIC 9(05) COMP.
001630 01  W-MOTIF-REFUS               PIC X(40) VALUE SPACES.
001640 77  W-NB-DEMANDES-LUES          PIC 9(07) COMP VALUE ZERO.
001650 77  W-NB-DEMANDES-REJETEES      PIC 9(07) COMP VALUE ZERO.
001660 77  W-NB-ARCHIVES-LUES          PIC 9(07) COMP VALUE ZERO.
001670 77  W-NB-RESTAURES              PIC 9(07) COMP VALUE ZERO.
001680 77  W-NB-REFUSES                PIC 9(07) COMP VALUE ZERO.
001690 01  W-MT-RESTAURES              PIC S9(13)V99 COMP-3 VALUE 0.
001700 01  W-NB-EDIT                   PIC Z(06)9.
001710 01  W-MT-EDIT                   PIC -(12)9,99.
001720*****************************************************************
001730*    LIGNES DU RAPPORT RU-RPRT.
001740*****************************************************************
001750 01  W-LIGNE-DETAIL.
001760     05  WLD-DISPOSITION         PIC X(08).
001770     05  FILLER                  PIC X(01) VALUE SPACE.
001780     05  WLD-CLE                 PIC X(12).
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  WLD-COADHF              PIC X(09).
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  WLD-DATE-MAJ            PIC X(08).
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  WLD-MONTANT             PIC -(09)9,99.
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  WLD-MOTIF               PIC X(40).
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  WLD-DEMANDE             PIC X(30).
001890     05  FILLER                  PIC X(06) VALUE SPACES.
001900 01  W-LIGNE-BILAN.
001910     05  FILLER                  PIC X(09) VALUE 'DEMANDE '.
001920     05  WLB-TYPE                PIC X(01).
001930     05  FILLER                  PIC X(01) VALUE SPACE.
001940     05  WLB-DESIGNATION         PIC X(25).
001950     05  FILLER                  PIC X(12) VALUE ' RESTAURES ='.
001960     05  WLB-NB-RESTAURES        PIC Z(04)9.
001970     05  FILLER                  PIC X(10) VALUE ' REFUSES ='.
001980     05  WLB-NB-REFUSES          PIC Z(04)9.
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  WLB-MOTIF               PIC X(30).
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  WLB-USER-ID             PIC X(08).
002030     05  FILLER                  PIC X(24) VALUE SPACES.
002040 PROCEDURE DIVISION.
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002070     PERFORM 3000-TRAITER-ARCHIVE THRU 3000-EXIT
002080         UNTIL FIN-ARCHIVE.
002090     PERFORM 7000-EDITER-BILAN THRU 7000-EXIT.
002100     PERFORM 8000-TERMINE THRU 8000-EXIT.
002110     GOBACK.
002120*****************************************************************
002130*    1000-INITIALISE - CHARGE LES DEMANDES PUIS OUVRE LE CLUSTER
002140*    ET L'ARCHIVE. SANS DEMANDE VALABLE, L'ARCHIVE N'EST PAS LUE ;
002150*    CLUSTER OU ARCHIVE INDISPONIBLE : CODE 8.
002160*****************************************************************
002170 1000-INITIALISE.
002180     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
002190     OPEN OUTPUT RU-RPRT.
002200     MOVE 'O' TO W-FIN-ARCHIVE.
002210     PERFORM 1100-CHARGER-DEMANDES THRU 1100-EXIT.
002220     IF W-NB-DEMANDES = ZERO
002230        DISPLAY 'HZRU0001 - AUCUNE DEMANDE DE RESTAURATION '
002240            'VALABLE'
002250        GO TO 1000-EXIT
002260     END-IF.
002270     OPEN I-O FFFFFGS.
002280     IF NOT FFFFFGS-OK
002290        DISPLAY 'HZRU0001 - OUVERTURE FFFFFGS IMPOSSIBLE - '
002300            W-FFFFFGS-STATUS
002310        MOVE 8 TO RETURN-CODE
002320        GO TO 1000-EXIT
002330     END-IF.
002340     MOVE 'O' TO W-CLUSTER-SW.
002350     OPEN INPUT FGS-ARCH.
002360     IF NOT FGS-ARCH-OK
002370        DISPLAY 'HZRU0001 - FGS-ARCH INDISPONIBLE - STATUT '
002380            W-FGS-ARCH-STATUS
002390        MOVE 8 TO RETURN-CODE
002400        GO TO 1000-EXIT
002410     END-IF.
002420     OPEN EXTEND RU-REG.
002430     IF W-RU-REG-STATUS = '05'
002440        OPEN OUTPUT RU-REG
002450     END-IF.
002460     MOVE 'O' TO W-ARCHIVE-SW.
002470     MOVE 'N' TO W-FIN-ARCHIVE.
002480 1000-EXIT.
002490     EXIT.
002500*****************************************************************
002510*    1100-CHARGER-DEMANDES - CHARGE LES DEMANDES EN TABLE. UNE
002520*    DEMANDE DE TYPE INCONNU, SANS ADHERENT OU A PLAGE INVERSEE
002530*    EST REJETEE AU RAPPORT (CODE 4).
002540*****************************************************************
002550 1100-CHARGER-DEMANDES.
002560     OPEN INPUT RU-DEM.
002570     IF NOT RU-DEM-OK
002580        DISPLAY 'HZRU0001 - RU-DEM INDISPONIBLE - STATUT '
002590            W-RU-DEM-STATUS
002600        GO TO 1100-EXIT
002610     END-IF.
002620     PERFORM UNTIL FIN-DEMANDES
002630        READ RU-DEM
002640           AT END SET FIN-DEMANDES TO TRUE
002650           NOT AT END PERFORM 1110-EMPILER-DEMANDE THRU 1110-EXIT
002660        END-READ
002670     END-PERFORM.
002680     CLOSE RU-DEM.
002690 1100-EXIT.
002700     EXIT.
002710 1110-EMPILER-DEMANDE.
002720     ADD 1 TO W-NB-DEMANDES-LUES.
002730     MOVE SPACES TO W-MOTIF-REFUS.
002740     EVALUATE TRUE
002750        WHEN RD-PAR-ADHERENT
002760           IF RD-COADHF = SPACES
002770              MOVE 'DEMANDE SANS ADHERENT' TO W-MOTIF-REFUS
002780           END-IF
002790        WHEN RD-PAR-PLAGE
002800           IF RD-CLE-DEBUT = SPACES
002810              OR RD-CLE-DEBUT > RD-CLE-FIN
002820              MOVE 'PLAGE DE CLES INVALIDE' TO W-MOTIF-REFUS
002830           END-IF
002840        WHEN OTHER
002850           MOVE 'TYPE DE DEMANDE INCONNU' TO W-MOTIF-REFUS
002860     END-EVALUATE.
002870     IF W-MOTIF-REFUS = SPACES
002880        AND W-NB-DEMANDES NOT < 200
002890        MOVE 'TABLE DES DEMANDES PLEINE (200)' TO W-MOTIF-REFUS
002900     END-IF.
002910     IF W-MOTIF-REFUS NOT = SPACES
002920        ADD 1 TO W-NB-DEMANDES-REJETEES
002930        MOVE SPACES TO W-LIGNE-DETAIL
002940        MOVE 'DEMANDE' TO WLD-DISPOSITION
002950        MOVE RD-CLE-DEBUT TO WLD-CLE
002960        MOVE RD-COADHF TO WLD-COADHF
002970        MOVE ZERO TO WLD-MONTANT
002980        MOVE W-MOTIF-REFUS TO WLD-MOTIF
002990        MOVE RD-MOTIF TO WLD-DEMANDE
003000        MOVE W-LIGNE-DETAIL TO RU-RPRT-LIGNE
003010        WRITE RU-RPRT-LIGNE
003020        IF RETURN-CODE < 4
003030           MOVE 4 TO RETURN-CODE
003040        END-IF
003050        GO TO 1110-EXIT
003060     END-IF.
003070     ADD 1 TO W-NB-DEMANDES.
003080     SET W-IDX-DM TO W-NB-DEMANDES.
003090     MOVE RD-TYPE TO W-DM-TYPE (W-IDX-DM).
003100     MOVE RD-COADHF TO W-DM-COADHF (W-IDX-DM).
003110     MOVE RD-CLE-DEBUT TO W-DM-CLE-DEBUT (W-IDX-DM).
003120     MOVE RD-CLE-FIN TO W-DM-CLE-FIN (W-IDX-DM).
003130     MOVE RD-MOTIF TO W-DM-MOTIF (W-IDX-DM).
003140     MOVE RD-USER-ID TO W-DM-USER-ID (W-IDX-DM).
003150     MOVE ZERO TO W-DM-NB-RESTAURES (W-IDX-DM).
003160     MOVE ZERO TO W-DM-NB-REFUSES (W-IDX-DM).
003170 1110-EXIT.
003180     EXIT.
003190*****************************************************************
003200*    3000-TRAITER-ARCHIVE - UNE IMAGE ARCHIVEE : SI UNE DEMANDE
003210*    LA DESIGNE (PREMIERE DEMANDE QUI CORRESPOND), ELLE EST
003220*    RESTAUREE ; SINON ELLE EST IGNOREE.
003230*****************************************************************
003240 3000-TRAITER-ARCHIVE.
003250     READ FGS-ARCH
003260        AT END
003270           MOVE 'O' TO W-FIN-ARCHIVE
003280           GO TO 3000-EXIT
003290     END-READ.
003300     ADD 1 TO W-NB-ARCHIVES-LUES.
003310     MOVE FGS-ARCH-ENREG TO FFFFFGS-ENREG.
003320     MOVE 'N' TO W-DEMANDE-SW.
003330     PERFORM 3100-CONTROLER-DEMANDE THRU 3100-EXIT
003340        VARYING W-IDX-DM FROM 1 BY 1
003350        UNTIL W-IDX-DM > W-NB-DEMANDES
003360           OR DEMANDE-RETENUE.
003370     IF NOT DEMANDE-RETENUE
003380        GO TO 3000-EXIT
003390     END-IF.
003400     SET W-IDX-DM DOWN BY 1.
003410     PERFORM 4000-RESTAURER THRU 4000-EXIT.
003420 3000-EXIT.
003430     EXIT.
003440 3100-CONTROLER-DEMANDE.
003450     IF W-DM-TYPE (W-IDX-DM) = 'A'
003460        IF FFFFFGS-COADHF = W-DM-COADHF (W-IDX-DM)
003470           MOVE 'O' TO W-DEMANDE-SW
003480        END-IF
003490     ELSE
003500        IF FFFFFGS-CLE NOT < W-DM-CLE-DEBUT (W-IDX-DM)
003510           AND FFFFFGS-CLE NOT > W-DM-CLE-FIN (W-IDX-DM)
003520           MOVE 'O' TO W-DEMANDE-SW
003530        END-IF
003540     END-IF.
003550 3100-EXIT.
003560     EXIT.
003570*****************************************************************
003580*    4000-RESTAURER - RECREATION PAR LA FILIERE NORMALE : HORODATE
003590*    D'AUDIT POSEE, ECRITURE, PUIS JOURNAL ET REGISTRE UNE FOIS
003600*    L'ECRITURE ACQUISE. UNE CLE DEJA VIVANTE (STATUT VSAM '22')
003610*    EST REFUSEE SANS TOUCHER A L'ENREGISTREMENT EN PLACE.
003620*****************************************************************
003630 4000-RESTAURER.
003640     ACCEPT W-HORO-DATE FROM DATE.
003650     ACCEPT W-HORO-HEURE FROM TIME.
003660     MOVE W-HORODATE-TRAVAIL TO FFFFFGS-HORO-AUDIT.
003670     WRITE FFFFFGS-ENREG.
003680     EVALUATE TRUE
003690        WHEN FFFFFGS-OK
003700           PERFORM 6500-JOURNALISER-AVANT THRU 6500-EXIT
003710           PERFORM 6600-INSCRIRE-REGISTRE THRU 6600-EXIT
003720           ADD 1 TO W-NB-RESTAURES
003730           ADD 1 TO W-DM-NB-RESTAURES (W-IDX-DM)
003740           ADD FFFFFGS-MONTANT TO W-MT-RESTAURES
003750           MOVE 'RESTAURE' TO WLD-DISPOSITION
003760           MOVE SPACES TO W-MOTIF-REFUS
003770        WHEN FFFFFGS-DOUBLON
003780           ADD 1 TO W-NB-REFUSES
003790           ADD 1 TO W-DM-NB-REFUSES (W-IDX-DM)
003800           MOVE 'REFUSE' TO WLD-DISPOSITION
003810           MOVE 'CLE DEJA PRESENTE SUR FFFFFGS'
003820              TO W-MOTIF-REFUS
003830        WHEN OTHER
003840           ADD 1 TO W-NB-REFUSES
003850           ADD 1 TO W-DM-NB-REFUSES (W-IDX-DM)
003860           MOVE 'REFUSE' TO WLD-DISPOSITION
003870           MOVE 'ECRITURE EN ERREUR - STATUT ' TO W-MOTIF-REFUS
003880           MOVE W-FFFFFGS-STATUS TO W-MOTIF-REFUS (29:2)
003890           MOVE 8 TO RETURN-CODE
003900     END-EVALUATE.
003910     PERFORM 6000-EDITER-DETAIL THRU 6000-EXIT.
003920 4000-EXIT.
003930     EXIT.
003940 6000-EDITER-DETAIL.
003950     MOVE FFFFFGS-CLE TO WLD-CLE.
003960     MOVE FFFFFGS-COADHF TO WLD-COADHF.
003970     MOVE FFFFFGS-DATE-MAJ TO WLD-DATE-MAJ.
003980     MOVE FFFFFGS-MONTANT TO WLD-MONTANT.
003990     MOVE W-MOTIF-REFUS TO WLD-MOTIF.
004000     MOVE W-DM-MOTIF (W-IDX-DM) TO WLD-DEMANDE.
004010     MOVE W-LIGNE-DETAIL TO RU-RPRT-LIGNE.
004020     WRITE RU-RPRT-LIGNE.
004030 6000-EXIT.
004040     EXIT.
004050*****************************************************************
004060*    6500-JOURNALISER-AVANT - CREATION JOURNALISEE DANS FGS-JRNL
004070*    (MEME SCHEMA QUE 6500 DE HZMT0001) : HZPT0001 ET HZJH0001
004080*    VOIENT LA RESTAURATION COMME TOUTE AUTRE CREATION.
004090*****************************************************************
004100 6500-JOURNALISER-AVANT.
004110     OPEN EXTEND FGS-JRNL.
004120     IF W-FGS-JRNL-STATUS = '05'
004130        OPEN OUTPUT FGS-JRNL
004140     END-IF.
004150     MOVE W-HORODATE-TRAVAIL TO JN-HORODATE.
004160     MOVE 'HZRU0001' TO JN-JOB-NAME.
004170     MOVE 'C' TO JN-TYPE.
004180     MOVE FFFFFGS-CLE TO JN-CLE.
004190     MOVE 'NEANT (RESTAURATION ARCHIVE)' TO JN-IMAGE-AVANT.
004200     WRITE FGS-JRNL-LIGNE.
004210     CLOSE FGS-JRNL.
004220 6500-EXIT.
004230     EXIT.
004240 6600-INSCRIRE-REGISTRE.
004250     MOVE FFFFFGS-CLE TO RR-CLE.
004260     MOVE FFFFFGS-COADHF TO RR-COADHF.
004270     MOVE W-DATE-JOUR-CCYYMMDD TO RR-DATE-RESTAURATION.
004280     MOVE W-DM-MOTIF (W-IDX-DM) TO RR-MOTIF.
004290     MOVE W-DM-USER-ID (W-IDX-DM) TO RR-USER-ID.
004300     WRITE RU-REG-LIGNE.
004310 6600-EXIT.
004320     EXIT.
004330*****************************************************************
004340*    7000-EDITER-BILAN - UNE LIGNE PAR DEMANDE (UNE DEMANDE QUI
004350*    NE DESIGNE AUCUNE IMAGE ARCHIVEE EST SIGNALEE, CODE 4), PUIS
004360*    LES TOTAUX.
004370*****************************************************************
004380 7000-EDITER-BILAN.
004390     MOVE SPACES TO RU-RPRT-LIGNE.
004400     WRITE RU-RPRT-LIGNE.
004410     PERFORM 7100-EDITER-DEMANDE THRU 7100-EXIT
004420        VARYING W-IDX-DM FROM 1 BY 1
004430        UNTIL W-IDX-DM > W-NB-DEMANDES.
004440     MOVE W-NB-RESTAURES TO W-NB-EDIT.
004450     MOVE W-MT-RESTAURES TO W-MT-EDIT.
004460     MOVE SPACES TO RU-RPRT-LIGNE.
004470     STRING 'ENREGISTREMENTS RESTAURES : ' DELIMITED BY SIZE
004480         W-NB-EDIT DELIMITED BY SIZE
004490         ' MONTANT = ' DELIMITED BY SIZE
004500         W-MT-EDIT DELIMITED BY SIZE
004510         INTO RU-RPRT-LIGNE
004520     END-STRING.
004530     WRITE RU-RPRT-LIGNE.
004540     MOVE W-NB-REFUSES TO W-NB-EDIT.
004550     MOVE SPACES TO RU-RPRT-LIGNE.
004560     STRING 'ENREGISTREMENTS REFUSES   : ' DELIMITED BY SIZE
004570         W-NB-EDIT DELIMITED BY SIZE
004580         INTO RU-RPRT-LIGNE
004590     END-STRING.
004600     WRITE RU-RPRT-LIGNE.
004610     MOVE W-NB-DEMANDES-REJETEES TO W-NB-EDIT.
004620     MOVE SPACES TO RU-RPRT-LIGNE.
004630     STRING 'DEMANDES REJETEES         : ' DELIMITED BY SIZE
004640         W-NB-EDIT DELIMITED BY SIZE
004650         INTO RU-RPRT-LIGNE
004660     END-STRING.
004670     WRITE RU-RPRT-LIGNE.
004680 7000-EXIT.
004690     EXIT.
004700 7100-EDITER-DEMANDE.
004710     MOVE W-DM-TYPE (W-IDX-DM) TO WLB-TYPE.
004720     MOVE SPACES TO WLB-DESIGNATION.
004730     IF W-DM-TYPE (W-IDX-DM) = 'A'
004740        MOVE W-DM-COADHF (W-IDX-DM) TO WLB-DESIGNATION
004750     ELSE
004760        STRING W-DM-CLE-DEBUT (W-IDX-DM) DELIMITED BY SIZE
004770            ' A ' DELIMITED BY SIZE
004780            W-DM-CLE-FIN (W-IDX-DM) DELIMITED BY SIZE
004790            INTO WLB-DESIGNATION
004800        END-STRING
004810     END-IF.
004820     MOVE W-DM-NB-RESTAURES (W-IDX-DM) TO WLB-NB-RESTAURES.
004830     MOVE W-DM-NB-REFUSES (W-IDX-DM) TO WLB-NB-REFUSES.
004840     MOVE W-DM-MOTIF (W-IDX-DM) TO WLB-MOTIF.
004850     MOVE W-DM-USER-ID (W-IDX-DM) TO WLB-USER-ID.
004860     MOVE W-LIGNE-BILAN TO RU-RPRT-LIGNE.
004870     WRITE RU-RPRT-LIGNE.
004880     IF W-DM-NB-RESTAURES (W-IDX-DM) = ZERO
004890        AND W-DM-NB-REFUSES (W-IDX-DM) = ZERO
004900        MOVE SPACES TO RU-RPRT-LIGNE
004910        STRING '        AUCUN ENREGISTREMENT ARCHIVE POUR '
004920            DELIMITED BY SIZE
004930            'CETTE DEMANDE' DELIMITED BY SIZE
004940            INTO RU-RPRT-LIGNE
004950        END-STRING
004960        WRITE RU-RPRT-LIGNE
004970        IF RETURN-CODE < 4
004980           MOVE 4 TO RETURN-CODE
004990        END-IF
005000     END-IF.
005010 7100-EXIT.
005020     EXIT.
005030 8000-TERMINE.
005040     IF CLUSTER-OUVERT
005050        CLOSE FFFFFGS
005060     END-IF.
005070     IF ARCHIVE-OUVERTE
005080        CLOSE FGS-ARCH RU-REG
005090     END-IF.
005100     CLOSE RU-RPRT.
005110     MOVE W-NB-ARCHIVES-LUES TO W-NB-EDIT.
005120     DISPLAY 'HZRU0001 - IMAGES ARCHIVEES LUES : ' W-NB-EDIT.
005130     MOVE W-NB-RESTAURES TO W-NB-EDIT.
005140     DISPLAY 'HZRU0001 - RESTAURES             : ' W-NB-EDIT.
005150     MOVE W-NB-REFUSES TO W-NB-EDIT.
005160     DISPLAY 'HZRU0001 - REFUSES               : ' W-NB-EDIT.
005170 8000-EXIT.
005180     EXIT.
