000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZRF0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. REGISTRE DES FICHIERS RECUS : EXECUTE EN ETAPE
000080     PRECEDENTE DE CHAQUE PROGRAMME D'INTAKE (AU MEME TITRE QUE
000090     HZPF0001 POUR HORROR), SUR LE DD MEME DU FICHIER A TRAITER.
000100     LA SOURCE EST DONNEE PAR RF-PARM : QTE-SRC, ADH-DELTA,
000110     ADH-NOUV, RAD-DEM, PART-IN, BANQUE, RETOUR, COR-IN OU
000120     DL-DISP (REJEUX DES LETTRES MORTES MQ, HZDL0001). LE FICHIER
000130     EST LU EN ENTIER DANS SON DESSIN ET CARACTERISE PAR SA DATE
000140     D'ENTETE (DATE DE L'ENTETE '01' QUAND LE FLUX EN PORTE UNE,
000150     SINON LA DATE METIER LA PLUS RECENTE DE SES ENREGISTREMENTS,
000160     ZERO SI SON DESSIN N'EN PORTE PAS), SON NOMBRE
000170     D'ENREGISTREMENTS, SON TOTAL DE CONTROLE (MONTANTS OU
000180     QUANTITES DU DESSIN), SON NOMBRE D'OCTETS ET UNE EMPREINTE
000190     DU CONTENU (SOMMES DE CONTROLE MODULO 65521 DE TYPE ADLER
000200     SUR TOUS LES OCTETS, DANS L'ORDRE). IL EST COMPARE AU
000210     REGISTRE RF-REG : UN FICHIER DEJA ACCEPTE POUR LA MEME
000220     SOURCE AVEC LA MEME EMPREINTE (CONTENU IDENTIQUE), OU AVEC
000230     LA MEME DATE D'ENTETE, LE MEME VOLUME ET LE MEME TOTAL
000240     (RENVOI PROBABLE), EST REFUSE AVANT TRAITEMENT : MESSAGE
000250     CONSOLE ET RF-RPRT, CODE CONDITION 8 (L'ORDONNANCEUR RETIENT
000260     L'ETAPE D'INTAKE). L'OPERATEUR PEUT FORCER LE RETRAITEMENT
000270     PAR RF-PARM (INDICATEUR DE REPRISE, IDENTIFIANT ET MOTIF
000280     OBLIGATOIRES) : LE FICHIER EST ALORS INSCRIT 'F' AVEC LE
000290     MOTIF, CODE 4. CHAQUE PASSAGE, ACCEPTE, FORCE, REFUSE OU
000300     VIDE, EST INSCRIT AU REGISTRE.
000310*****************************************************************
000320*    HISTORIQUE DES MODIFICATIONS
000330*    --------------------------------------------------------
000340*    DATE       AUTEUR  DESCRIPTION
000350*    --------   ------  -------------------------------------
000360*    15/10/2026 EBA     CREATION.
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT RF-PARM ASSIGN TO RFPARM
000470         ORGANIZATION SEQUENTIAL
000480         FILE STATUS W-RF-PARM-STATUS.
000490     SELECT RF-REG ASSIGN TO RFREG
000500         ORGANIZATION SEQUENTIAL
000510         FILE STATUS W-RF-REG-STATUS.
000520     SELECT RF-RPRT ASSIGN TO RFRPRT
000530         ORGANIZATION SEQUENTIAL
000540         FILE STATUS W-RF-RPRT-STATUS.
000550     SELECT QTE-SRC ASSIGN TO QTESRC
000560         ORGANIZATION SEQUENTIAL
000570         FILE STATUS W-ENTREE-STATUS.
000580     SELECT ADH-DELTA ASSIGN TO ADHDELTA
000590         ORGANIZATION SEQUENTIAL
000600         FILE STATUS W-ENTREE-STATUS.
000610     SELECT ADH-NOUV ASSIGN TO ADHNOUV
000620         ORGANIZATION SEQUENTIAL
000630         FILE STATUS W-ENTREE-STATUS.
000640     SELECT RAD-DEM ASSIGN TO RADDEM
000650         ORGANIZATION SEQUENTIAL
000660         FILE STATUS W-ENTREE-STATUS.
000670     SELECT PART-IN ASSIGN TO PARTIN
000680         ORGANIZATION SEQUENTIAL
000690         FILE STATUS W-ENTREE-STATUS.
000700     SELECT BANQUE ASSIGN TO BANQUE
000710         ORGANIZATION SEQUENTIAL
000720         FILE STATUS W-ENTREE-STATUS.
000730     SELECT RETOUR ASSIGN TO RETOUR
000740         ORGANIZATION SEQUENTIAL
000750         FILE STATUS W-ENTREE-STATUS.
000760     SELECT COR-IN ASSIGN TO CORIN
000770         ORGANIZATION SEQUENTIAL
000780         FILE STATUS W-ENTREE-STATUS.
000790     SELECT DL-DISP ASSIGN TO DLDISP
000800         ORGANIZATION SEQUENTIAL
000810         FILE STATUS W-ENTREE-STATUS.
000820 DATA DIVISION.
000830 FILE SECTION.
000840*****************************************************************
000850*    RF-PARM - SOURCE DU FICHIER A INSCRIRE ; POUR UN
000860*    RETRAITEMENT FORCE, INDICATEUR 'O', IDENTIFIANT DE
000870*    L'OPERATEUR ET MOTIF.
000880*****************************************************************
000890 FD  RF-PARM
000900     LABEL RECORD STANDARD
000910     DATA RECORD RF-PARM-LIGNE.
000920 01  RF-PARM-LIGNE.
000930     05  RP-SOURCE               PIC X(10).
000940     05  RP-REPRISE              PIC X(01).
000950         88  RP-REPRISE-FORCEE   VALUE 'O'.
000960     05  RP-OPERATEUR            PIC X(08).
000970     05  RP-MOTIF                PIC X(40).
000980*****************************************************************
000990*    RF-REG - REGISTRE CUMULATIF DES FICHIERS RECUS, UNE LIGNE
001000*    PAR PASSAGE (STATUT 'A' ACCEPTE, 'F' RETRAITEMENT FORCE,
001010*    'R' REFUSE, 'V' FICHIER VIDE). SEULS LES FICHIERS 'A' ET 'F'
001020*    SONT OPPOSES AUX FICHIERS SUIVANTS.
001030*****************************************************************
001040 FD  RF-REG
001050     LABEL RECORD STANDARD
001060     DATA RECORD RF-REG-LIGNE.
001070 01  RF-REG-LIGNE.
001080     05  RG-SOURCE               PIC X(10).
001090     05  RG-DATE-ENTETE          PIC 9(08).
001100     05  RG-NB-ENREG             PIC 9(09).
001110     05  RG-TOTAL                PIC S9(13)V99
001120                                 SIGN LEADING SEPARATE.
001130     05  RG-EMPREINTE            PIC 9(10).
001140     05  RG-NB-OCTETS            PIC 9(11).
001150     05  RG-DATE-INSCRIPTION     PIC 9(08).
001160     05  RG-HEURE-INSCRIPTION    PIC 9(08).
001170     05  RG-STATUT               PIC X(01).
001180         88  RG-ACCEPTE          VALUE 'A'.
001190         88  RG-FORCE            VALUE 'F'.
001200         88  RG-REFUSE           VALUE 'R'.
001210         88  RG-VIDE             VALUE 'V'.
001220     05  RG-OPERATEUR            PIC X(08).
001230     05  RG-MOTIF                PIC X(40).
001240 FD  RF-RPRT
001250     LABEL RECORD STANDARD
001260     DATA RECORD RF-RPRT-LIGNE.
001270 01  RF-RPRT-LIGNE               PIC X(132).
001280*****************************************************************
001290*    FICHIERS D'ENTREE, MEMES DESSINS QUE DANS LEURS PROGRAMMES
001300*    D'INTAKE (HORROR, HZAD0001, HZPI0001, HZPM0001, HZRB0001,
001310*    HZCO0001, HZDL0001). UN SEUL EST OUVERT PAR PASSAGE.
001320*****************************************************************
001330 FD  QTE-SRC
001340     LABEL RECORD STANDARD
001350     DATA RECORD QTE-SRC-LIGNE.
001360 01  QTE-SRC-LIGNE.
001370     05  QS-CLE                  PIC X(08).
001380     05  QS-QTE-BRUTE            PIC X(06).
001390     05  QS-PERIODE              PIC X(06).
001400     05  QS-DATE-RECEPTION       PIC X(08).
001410 FD  ADH-DELTA
001420     LABEL RECORD STANDARD
001430     DATA RECORD ADH-DELTA-LIGNE.
001440 01  ADH-DELTA-LIGNE             PIC X(178).
001450 FD  ADH-NOUV
001460     LABEL RECORD STANDARD
001470     DATA RECORD ADH-NOUV-LIGNE.
001480 01  ADH-NOUV-LIGNE.
001490     05  AN-COADHF               PIC X(09).
001500     05  AN-NOM                  PIC X(30).
001510     05  AN-COETBL               PIC X(05).
001520     05  AN-CETRTF               PIC X(05).
001530     05  AN-COTRTO               PIC X(05).
001540     05  AN-COTNET               PIC S9(07)V99
001550                                 SIGN LEADING SEPARATE.
001560     05  AN-DATE-ADHESION        PIC 9(08).
001570 FD  RAD-DEM
001580     LABEL RECORD STANDARD
001590     DATA RECORD RAD-DEM-LIGNE.
001600 01  RAD-DEM-LIGNE.
001610     05  RA-COADHF               PIC X(09).
001620     05  RA-COETBL               PIC X(05).
001630     05  RA-CETRTF               PIC X(05).
001640     05  RA-COTRTO               PIC X(05).
001650     05  RA-DATE-RADIATION       PIC 9(08).
001660 FD  PART-IN
001670     RECORDING MODE V
001680     RECORD VARYING FROM 1 TO 4092 DEPENDING ON W-SA-LONG
001690     LABEL RECORD STANDARD
001700     DATA RECORD PART-IN-ENREG.
001710 01  PART-IN-ENREG               PIC X(4092).
001720 FD  BANQUE
001730     LABEL RECORD STANDARD
001740     DATA RECORD BANQUE-LIGNE.
001750 01  BANQUE-LIGNE.
001760     05  BQ-DATE                 PIC 9(08).
001770     05  BQ-NUMERO-FACTURE       PIC 9(08).
001780     05  BQ-COADHF               PIC X(09).
001790     05  BQ-MONTANT              PIC S9(11)V99
001800                                 SIGN LEADING SEPARATE.
001810     05  BQ-LIBELLE              PIC X(30).
001820 FD  RETOUR
001830     LABEL RECORD STANDARD
001840     DATA RECORD RETOUR-LIGNE.
001850 01  RETOUR-LIGNE.
001860     05  RT-DATE                 PIC 9(08).
001870     05  RT-COADHF               PIC X(09).
001880     05  RT-NUMERO-FACTURE       PIC 9(08).
001890     05  RT-MONTANT              PIC S9(11)V99
001900                                 SIGN LEADING SEPARATE.
001910     05  RT-CODE-MOTIF           PIC X(04).
001920 FD  COR-IN
001930     LABEL RECORD STANDARD
001940     DATA RECORD COR-IN-LIGNE.
001950 01  COR-IN-LIGNE.
001960     05  CO-CTENRE               PIC X(06).
001970     05  CO-COANAL               PIC X(05).
001980     05  CO-COADHF               PIC X(09).
001990     05  CO-CETRTF               PIC X(05).
002000     05  CO-MONTANT-CORRIGE      PIC S9(09)V99
002010                                 SIGN LEADING SEPARATE.
002020     05  CO-HORODATE-ORIGINE     PIC X(15).
002030 FD  DL-DISP
002040     LABEL RECORD STANDARD
002050     DATA RECORD DL-DISP-LIGNE.
002060 01  DL-DISP-LIGNE               PIC X(156).
002070 WORKING-STORAGE SECTION.
002080 01  W-RF-PARM-STATUS            PIC XX.
002090     88  RF-PARM-OK              VALUE '00'.
002100 01  W-RF-REG-STATUS             PIC XX.
002110     88  RF-REG-OK               VALUE '00'.
002120 01  W-RF-RPRT-STATUS            PIC XX.
002130 01  W-ENTREE-STATUS             PIC XX.
002140     88  ENTREE-OK               VALUE '00'.
002150 01  W-SA-LONG                   PIC 9(04) COMP.
002160 COPY SAFICHC.
002170 01  W-FIN-LECTURE               PIC X VALUE 'N'.
002180     88  FIN-LECTURE             VALUE 'O'.
002190 01  W-ARRET-SW                  PIC X VALUE 'N'.
002200     88  ARRET-TRAITEMENT        VALUE 'O'.
002210 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
002220 01  W-HEURE-JOUR                PIC 9(08) VALUE ZERO.
002230*****************************************************************
002240*    SOURCES CONNUES : CODE DE RF-PARM, DANS L'ORDRE DU
002250*    BRANCHEMENT DE 2000-LIRE-FICHIER.
002260*****************************************************************
002270 01  W-TAB-SOURCES-INIT.
002280     05  FILLER                  PIC X(10) VALUE 'QTE-SRC'.
002290     05  FILLER                  PIC X(10) VALUE 'ADH-DELTA'.
002300     05  FILLER                  PIC X(10) VALUE 'ADH-NOUV'.
002310     05  FILLER                  PIC X(10) VALUE 'RAD-DEM'.
002320     05  FILLER                  PIC X(10) VALUE 'PART-IN'.
002330     05  FILLER                  PIC X(10) VALUE 'BANQUE'.
002340     05  FILLER                  PIC X(10) VALUE 'RETOUR'.
002350     05  FILLER                  PIC X(10) VALUE 'COR-IN'.
002360     05  FILLER                  PIC X(10) VALUE 'DL-DISP'.
002370 01  W-TAB-SOURCES REDEFINES W-TAB-SOURCES-INIT.
002380     05  W-SO-CODE OCCURS 9 TIMES
002390             INDEXED BY W-IDX-SO PIC X(10).
002400 01  W-NUMERO-SOURCE             PIC 9(02) COMP VALUE ZERO.
002410*****************************************************************
002420*    CARACTERISTIQUES DU FICHIER RECU.
002430*****************************************************************
002440 01  W-SOURCE                    PIC X(10) VALUE SPACES.
002450 01  W-DATE-ENTETE               PIC 9(08) VALUE ZERO.
002460 01  W-DATE-ENTETE-X REDEFINES W-DATE-ENTETE
002470                                 PIC X(08).
002480 01  W-DATE-LUE                  PIC 9(08) VALUE ZERO.
002490 01  W-DATE-LUE-X REDEFINES W-DATE-LUE
002500                                 PIC X(08).
002510 01  W-NB-ENREG                  PIC 9(09) COMP VALUE ZERO.
002520 01  W-TOTAL-CONTROLE            PIC S9(13)V99 COMP-3 VALUE 0.
002530 01  W-QTE-LUE                   PIC 9(06) VALUE ZERO.
002540 01  W-NB-OCTETS                 PIC 9(11) COMP VALUE ZERO.
002550*****************************************************************
002560*    EMPREINTE : DEUX SOMMES MODULO 65521 SUR LES OCTETS DU
002570*    FICHIER (A = SOMME DES OCTETS + 1, B = SOMME DES A
002580*    SUCCESSIFS) ; EMPREINTE = B * 65536 + A. L'OCTET COURANT
002590*    EST LU COMME ENTIER PAR LE DEMI-MOT BINAIRE W-OCTET-BIN.
002600*****************************************************************
002610 01  W-ZONE-EMPREINTE            PIC X(4092) VALUE SPACES.
002620 01  W-LONG-EMPREINTE            PIC 9(04) COMP VALUE ZERO.
002630 01  W-IX                        PIC 9(04) COMP VALUE ZERO.
002640 01  W-OCTET-BIN                 PIC S9(04) COMP VALUE ZERO.
002650 01  W-OCTET-X REDEFINES W-OCTET-BIN.
002660     05  W-OCTET-FORT            PIC X(01).
002670     05  W-OCTET-FAIBLE          PIC X(01).
002680 01  W-SOMME-A                   PIC 9(09) COMP VALUE 1.
002690 01  W-SOMME-B                   PIC 9(09) COMP VALUE ZERO.
002700 01  W-MODULO-EMPREINTE          PIC 9(05) COMP VALUE 65521.
002710 01  W-EMPREINTE                 PIC 9(10) VALUE ZERO.
002720*****************************************************************
002730*    RAPPROCHEMENT AVEC LE REGISTRE.
002740*****************************************************************
002750 01  W-DOUBLON-SW                PIC X VALUE SPACE.
002760     88  DOUBLON-IDENTIQUE       VALUE 'I'.
002770     88  DOUBLON-PROBABLE        VALUE 'P'.
002780     88  AUCUN-DOUBLON           VALUE SPACE.
002790 01  W-DOUBLON-DATE              PIC 9(08) VALUE ZERO.
002800 01  W-DOUBLON-HEURE             PIC 9(08) VALUE ZERO.
002810 01  W-DOUBLON-STATUT            PIC X(01) VALUE SPACE.
002820 01  W-NB-INSCRITS-LUS           PIC 9(07) COMP VALUE ZERO.
002830 01  W-STATUT-INSCRIT            PIC X(01) VALUE SPACE.
002840 01  W-LIBELLE-DOUBLON           PIC X(28) VALUE SPACES.
002850 01  W-NB-EDIT                   PIC Z(08)9.
002860 01  W-OCTETS-EDIT               PIC Z(10)9.
002870 01  W-MT-EDIT                   PIC -(13)9,99.
002880 01  W-LIGNE-TRAVAIL             PIC X(132).
002890 PROCEDURE DIVISION.
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002920     IF NOT ARRET-TRAITEMENT
002930        PERFORM 2000-LIRE-FICHIER THRU 2000-EXIT
002940     END-IF.
002950     IF NOT ARRET-TRAITEMENT
002960        PERFORM 3000-CHERCHER-REGISTRE THRU 3000-EXIT
002970        PERFORM 4000-INSCRIRE THRU 4000-EXIT
002980     END-IF.
002990     PERFORM 8000-TERMINE THRU 8000-EXIT.
003000     GOBACK.
003010*****************************************************************
003020*    1000-INITIALISE - PARAMETRE. SOURCE INCONNUE OU RETRAITEMENT
003030*    FORCE SANS OPERATEUR NI MOTIF : AUCUNE INSCRIPTION (CODE 8).
003040*****************************************************************
003050 1000-INITIALISE.
003060     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
003070     ACCEPT W-HEURE-JOUR FROM TIME.
003080     OPEN OUTPUT RF-RPRT.
003090     OPEN INPUT RF-PARM.
003100     IF NOT RF-PARM-OK
003110        DISPLAY 'HZRF0001 - RF-PARM INDISPONIBLE - STATUT '
003120            W-RF-PARM-STATUS
003130        MOVE 'O' TO W-ARRET-SW
003140        GO TO 1000-EXIT
003150     END-IF.
003160     READ RF-PARM
003170        AT END
003180           DISPLAY 'HZRF0001 - RF-PARM VIDE'
003190           MOVE 'O' TO W-ARRET-SW
003200     END-READ.
003210     CLOSE RF-PARM.
003220     IF ARRET-TRAITEMENT
003230        GO TO 1000-EXIT
003240     END-IF.
003250     MOVE RP-SOURCE TO W-SOURCE.
003260     SET W-IDX-SO TO 1.
003270     SEARCH W-SO-CODE
003280        AT END
003290           DISPLAY 'HZRF0001 - SOURCE INCONNUE DANS RF-PARM : '
003300               RP-SOURCE
003310           MOVE 'O' TO W-ARRET-SW
003320           GO TO 1000-EXIT
003330        WHEN W-SO-CODE (W-IDX-SO) = W-SOURCE
003340           SET W-NUMERO-SOURCE TO W-IDX-SO
003350     END-SEARCH.
003360     IF RP-REPRISE-FORCEE
003370        AND (RP-OPERATEUR = SPACES OR RP-MOTIF = SPACES)
003380        DISPLAY 'HZRF0001 - RETRAITEMENT FORCE SANS OPERATEUR OU '
003390            'SANS MOTIF - REFUSE'
003400        MOVE 'O' TO W-ARRET-SW
003410        GO TO 1000-EXIT
003420     END-IF.
003430     MOVE SPACES TO W-LIGNE-TRAVAIL.
003440     STRING 'HZRF0001 - REGISTRE DES FICHIERS RECUS - '
003450         DELIMITED BY SIZE
003460         W-SOURCE DELIMITED BY SPACE
003470         ' - ' DELIMITED BY SIZE
003480         W-DATE-JOUR-CCYYMMDD DELIMITED BY SIZE
003490         ' ' DELIMITED BY SIZE
003500         W-HEURE-JOUR DELIMITED BY SIZE
003510         INTO W-LIGNE-TRAVAIL
003520     END-STRING.
003530     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
003540 1000-EXIT.
003550     EXIT.
003560*****************************************************************
003570*    2000-LIRE-FICHIER - LECTURE INTEGRALE DU FICHIER DE LA
003580*    SOURCE. FICHIER ABSENT : AUCUNE INSCRIPTION (CODE 8).
003590*****************************************************************
003600 2000-LIRE-FICHIER.
003610     EVALUATE W-NUMERO-SOURCE
003620        WHEN 1
003630           OPEN INPUT QTE-SRC
003640        WHEN 2
003650           OPEN INPUT ADH-DELTA
003660        WHEN 3
003670           OPEN INPUT ADH-NOUV
003680        WHEN 4
003690           OPEN INPUT RAD-DEM
003700        WHEN 5
003710           OPEN INPUT PART-IN
003720        WHEN 6
003730           OPEN INPUT BANQUE
003740        WHEN 7
003750           OPEN INPUT RETOUR
003760        WHEN 8
003770           OPEN INPUT COR-IN
003780        WHEN 9
003790           OPEN INPUT DL-DISP
003800     END-EVALUATE.
003810     IF NOT ENTREE-OK
003820        DISPLAY 'HZRF0001 - FICHIER ' W-SOURCE ' INDISPONIBLE - '
003830            'STATUT ' W-ENTREE-STATUS
003840        MOVE 'O' TO W-ARRET-SW
003850        GO TO 2000-EXIT
003860     END-IF.
003870     MOVE 'N' TO W-FIN-LECTURE.
003880     EVALUATE W-NUMERO-SOURCE
003890        WHEN 1
003900           PERFORM 2100-LIRE-QTE-SRC THRU 2100-EXIT
003910              UNTIL FIN-LECTURE
003920           CLOSE QTE-SRC
003930        WHEN 2
003940           PERFORM 2200-LIRE-ADH-DELTA THRU 2200-EXIT
003950              UNTIL FIN-LECTURE
003960           CLOSE ADH-DELTA
003970        WHEN 3
003980           PERFORM 2300-LIRE-ADH-NOUV THRU 2300-EXIT
003990              UNTIL FIN-LECTURE
004000           CLOSE ADH-NOUV
004010        WHEN 4
004020           PERFORM 2400-LIRE-RAD-DEM THRU 2400-EXIT
004030              UNTIL FIN-LECTURE
004040           CLOSE RAD-DEM
004050        WHEN 5
004060           PERFORM 2500-LIRE-PART-IN THRU 2500-EXIT
004070              UNTIL FIN-LECTURE
004080           CLOSE PART-IN
004090        WHEN 6
004100           PERFORM 2600-LIRE-BANQUE THRU 2600-EXIT
004110              UNTIL FIN-LECTURE
004120           CLOSE BANQUE
004130        WHEN 7
004140           PERFORM 2700-LIRE-RETOUR THRU 2700-EXIT
004150              UNTIL FIN-LECTURE
004160           CLOSE RETOUR
004170        WHEN 8
004180           PERFORM 2800-LIRE-COR-IN THRU 2800-EXIT
004190              UNTIL FIN-LECTURE
004200           CLOSE COR-IN
004210        WHEN 9
004220           PERFORM 2900-LIRE-DL-DISP THRU 2900-EXIT
004230              UNTIL FIN-LECTURE
004240           CLOSE DL-DISP
004250     END-EVALUATE.
004260     COMPUTE W-EMPREINTE = W-SOMME-B * 65536 + W-SOMME-A.
004270 2000-EXIT.
004280     EXIT.
004290*****************************************************************
004300*    2100-LIRE-QTE-SRC - DATE DE RECEPTION LA PLUS RECENTE,
004310*    TOTAL DES QUANTITES BRUTES NUMERIQUES.
004320*****************************************************************
004330 2100-LIRE-QTE-SRC.
004340     READ QTE-SRC
004350        AT END
004360           MOVE 'O' TO W-FIN-LECTURE
004370           GO TO 2100-EXIT
004380     END-READ.
004390     MOVE QTE-SRC-LIGNE TO W-ZONE-EMPREINTE.
004400     MOVE 28 TO W-LONG-EMPREINTE.
004410     PERFORM 2950-CUMULER-EMPREINTE THRU 2950-EXIT.
004420     MOVE QS-DATE-RECEPTION TO W-DATE-LUE-X.
004430     PERFORM 2960-RETENIR-DATE THRU 2960-EXIT.
004440     IF QS-QTE-BRUTE NUMERIC
004450        MOVE QS-QTE-BRUTE TO W-QTE-LUE
004460        ADD W-QTE-LUE TO W-TOTAL-CONTROLE
004470     END-IF.
004480 2100-EXIT.
004490     EXIT.
004500*****************************************************************
004510*    2200-LIRE-ADH-DELTA - NI DATE NI MONTANT DANS LE DESSIN :
004520*    VOLUME ET EMPREINTE SEULS.
004530*****************************************************************
004540 2200-LIRE-ADH-DELTA.
004550     READ ADH-DELTA
004560        AT END
004570           MOVE 'O' TO W-FIN-LECTURE
004580           GO TO 2200-EXIT
004590     END-READ.
004600     MOVE ADH-DELTA-LIGNE TO W-ZONE-EMPREINTE.
004610     MOVE 178 TO W-LONG-EMPREINTE.
004620     PERFORM 2950-CUMULER-EMPREINTE THRU 2950-EXIT.
004630 2200-EXIT.
004640     EXIT.
004650 2300-LIRE-ADH-NOUV.
004660     READ ADH-NOUV
004670        AT END
004680           MOVE 'O' TO W-FIN-LECTURE
004690           GO TO 2300-EXIT
004700     END-READ.
004710     MOVE ADH-NOUV-LIGNE TO W-ZONE-EMPREINTE.
004720     MOVE 72 TO W-LONG-EMPREINTE.
004730     PERFORM 2950-CUMULER-EMPREINTE THRU 2950-EXIT.
004740     MOVE AN-DATE-ADHESION TO W-DATE-LUE-X.
004750     PERFORM 2960-RETENIR-DATE THRU 2960-EXIT.
004760     IF AN-COTNET NUMERIC
004770        ADD AN-COTNET TO W-TOTAL-CONTROLE
004780     END-IF.
004790 2300-EXIT.
004800     EXIT.
004810 2400-LIRE-RAD-DEM.
004820     READ RAD-DEM
004830        AT END
004840           MOVE 'O' TO W-FIN-LECTURE
004850           GO TO 2400-EXIT
004860     END-READ.
004870     MOVE RAD-DEM-LIGNE TO W-ZONE-EMPREINTE.
004880     MOVE 32 TO W-LONG-EMPREINTE.
004890     PERFORM 2950-CUMULER-EMPREINTE THRU 2950-EXIT.
004900     MOVE RA-DATE-RADIATION TO W-DATE-LUE-X.
004910     PERFORM 2960-RETENIR-DATE THRU 2960-EXIT.
004920 2400-EXIT.
004930     EXIT.
004940*****************************************************************
004950*    2500-LIRE-PART-IN - FORMAT SAFICHC : DATE DE L'ENTETE '01',
004960*    TOTAL DES MONTANTS MTLGC1 DES DETAILS '02'.
004970*****************************************************************
004980 2500-LIRE-PART-IN.
004990     READ PART-IN
005000        AT END
005010           MOVE 'O' TO W-FIN-LECTURE
005020           GO TO 2500-EXIT
005030     END-READ.
005040     MOVE PART-IN-ENREG (1:W-SA-LONG) TO W-ZONE-EMPREINTE.
005050     MOVE W-SA-LONG TO W-LONG-EMPREINTE.
005060     PERFORM 2950-CUMULER-EMPREINTE THRU 2950-EXIT.
005070     EVALUATE PART-IN-ENREG (1:2)
005080        WHEN '01'
005090           MOVE PART-IN-ENREG (1:34) TO SA01-ENTETE
005100           IF SA01-DATE-TRAITEMENT NUMERIC
005110              MOVE SA01-DATE-TRAITEMENT TO W-DATE-ENTETE
005120           END-IF
005130        WHEN '02'
005140           MOVE PART-IN-ENREG (1:34) TO SA02-DETAIL
005150           IF SA02-MTLGC1 NUMERIC
005160              ADD SA02-MTLGC1 TO W-TOTAL-CONTROLE
005170           END-IF
005180     END-EVALUATE.
005190 2500-EXIT.
005200     EXIT.
005210 2600-LIRE-BANQUE.
005220     READ BANQUE
005230        AT END
005240           MOVE 'O' TO W-FIN-LECTURE
005250           GO TO 2600-EXIT
005260     END-READ.
005270     MOVE BANQUE-LIGNE TO W-ZONE-EMPREINTE.
005280     MOVE 69 TO W-LONG-EMPREINTE.
005290     PERFORM 2950-CUMULER-EMPREINTE THRU 2950-EXIT.
005300     MOVE BQ-DATE TO W-DATE-LUE-X.
005310     PERFORM 2960-RETENIR-DATE THRU 2960-EXIT.
005320     IF BQ-MONTANT NUMERIC
005330        ADD BQ-MONTANT TO W-TOTAL-CONTROLE
005340     END-IF.
005350 2600-EXIT.
005360     EXIT.
005370 2700-LIRE-RETOUR.
005380     READ RETOUR
005390        AT END
005400           MOVE 'O' TO W-FIN-LECTURE
005410           GO TO 2700-EXIT
005420     END-READ.
005430     MOVE RETOUR-LIGNE TO W-ZONE-EMPREINTE.
005440     MOVE 43 TO W-LONG-EMPREINTE.
005450     PERFORM 2950-CUMULER-EMPREINTE THRU 2950-EXIT.
005460     MOVE RT-DATE TO W-DATE-LUE-X.
005470     PERFORM 2960-RETENIR-DATE THRU 2960-EXIT.
005480     IF RT-MONTANT NUMERIC
005490        ADD RT-MONTANT TO W-TOTAL-CONTROLE
005500     END-IF.
005510 2700-EXIT.
005520     EXIT.
005530*****************************************************************
005540*    2800-LIRE-COR-IN - L'HORODATE PORTEE EST CELLE DE
005550*    L'EVENEMENT D'ORIGINE, PAS UNE DATE DU FICHIER : TOTAL DES
005560*    MONTANTS CORRIGES SEUL.
005570*****************************************************************
005580 2800-LIRE-COR-IN.
005590     READ COR-IN
005600        AT END
005610           MOVE 'O' TO W-FIN-LECTURE
005620           GO TO 2800-EXIT
005630     END-READ.
005640     MOVE COR-IN-LIGNE TO W-ZONE-EMPREINTE.
005650     MOVE 52 TO W-LONG-EMPREINTE.
005660     PERFORM 2950-CUMULER-EMPREINTE THRU 2950-EXIT.
005670     IF CO-MONTANT-CORRIGE NUMERIC
005680        ADD CO-MONTANT-CORRIGE TO W-TOTAL-CONTROLE
005690     END-IF.
005700 2800-EXIT.
005710     EXIT.
005720 2900-LIRE-DL-DISP.
005730     READ DL-DISP
005740        AT END
005750           MOVE 'O' TO W-FIN-LECTURE
005760           GO TO 2900-EXIT
005770     END-READ.
005780     MOVE DL-DISP-LIGNE TO W-ZONE-EMPREINTE.
005790     MOVE 156 TO W-LONG-EMPREINTE.
005800     PERFORM 2950-CUMULER-EMPREINTE THRU 2950-EXIT.
005810 2900-EXIT.
005820     EXIT.
005830*****************************************************************
005840*    2950-CUMULER-EMPREINTE - UN ENREGISTREMENT LU : VOLUME,
005850*    OCTETS ET SOMMES D'EMPREINTE SUR SES W-LONG-EMPREINTE
005860*    PREMIERS OCTETS.
005870*****************************************************************
005880 2950-CUMULER-EMPREINTE.
005890     ADD 1 TO W-NB-ENREG.
005900     ADD W-LONG-EMPREINTE TO W-NB-OCTETS.
005910     MOVE ZERO TO W-OCTET-BIN.
005920     PERFORM 2955-CUMULER-OCTET THRU 2955-EXIT
005930        VARYING W-IX FROM 1 BY 1
005940        UNTIL W-IX > W-LONG-EMPREINTE.
005950 2950-EXIT.
005960     EXIT.
005970 2955-CUMULER-OCTET.
005980     MOVE W-ZONE-EMPREINTE (W-IX:1) TO W-OCTET-FAIBLE.
005990     ADD W-OCTET-BIN TO W-SOMME-A.
006000     IF W-SOMME-A NOT < W-MODULO-EMPREINTE
006010        SUBTRACT W-MODULO-EMPREINTE FROM W-SOMME-A
006020     END-IF.
006030     ADD W-SOMME-A TO W-SOMME-B.
006040     IF W-SOMME-B NOT < W-MODULO-EMPREINTE
006050        SUBTRACT W-MODULO-EMPREINTE FROM W-SOMME-B
006060     END-IF.
006070 2955-EXIT.
006080     EXIT.
006090*****************************************************************
006100*    2960-RETENIR-DATE - DATE METIER LA PLUS RECENTE (DATES NON
006110*    NUMERIQUES IGNOREES).
006120*****************************************************************
006130 2960-RETENIR-DATE.
006140     IF W-DATE-LUE-X NUMERIC
006150        AND W-DATE-LUE > W-DATE-ENTETE
006160        MOVE W-DATE-LUE TO W-DATE-ENTETE
006170     END-IF.
006180 2960-EXIT.
006190     EXIT.
006200*****************************************************************
006210*    3000-CHERCHER-REGISTRE - PARCOURS DU REGISTRE : LE FICHIER
006220*    RECU EST OPPOSE AUX FICHIERS DEJA ACCEPTES ('A') OU FORCES
006230*    ('F') DE LA MEME SOURCE. UN FICHIER VIDE N'EST JAMAIS OPPOSE.
006240*    REGISTRE ABSENT : PREMIERE INSCRIPTION.
006250*****************************************************************
006260 3000-CHERCHER-REGISTRE.
006270     IF W-NB-ENREG = ZERO
006280        GO TO 3000-EXIT
006290     END-IF.
006300     OPEN INPUT RF-REG.
006310     IF NOT RF-REG-OK
006320        DISPLAY 'HZRF0001 - RF-REG INDISPONIBLE, PREMIERE '
006330            'INSCRIPTION - STATUT ' W-RF-REG-STATUS
006340        GO TO 3000-EXIT
006350     END-IF.
006360     MOVE 'N' TO W-FIN-LECTURE.
006370     PERFORM 3100-COMPARER-INSCRIT THRU 3100-EXIT
006380        UNTIL FIN-LECTURE.
006390     CLOSE RF-REG.
006400 3000-EXIT.
006410     EXIT.
006420*****************************************************************
006430*    3100-COMPARER-INSCRIT - CONTENU IDENTIQUE (EMPREINTE, VOLUME
006440*    ET OCTETS EGAUX) OU RENVOI PROBABLE (MEME DATE D'ENTETE NON
006450*    NULLE, MEME VOLUME, MEME TOTAL). LE DOUBLON IDENTIQUE PRIME.
006460*****************************************************************
006470 3100-COMPARER-INSCRIT.
006480     READ RF-REG
006490        AT END
006500           MOVE 'O' TO W-FIN-LECTURE
006510           GO TO 3100-EXIT
006520     END-READ.
006530     ADD 1 TO W-NB-INSCRITS-LUS.
006540     IF RG-SOURCE NOT = W-SOURCE
006550        OR NOT (RG-ACCEPTE OR RG-FORCE)
006560        GO TO 3100-EXIT
006570     END-IF.
006580     IF RG-EMPREINTE = W-EMPREINTE
006590        AND RG-NB-ENREG = W-NB-ENREG
006600        AND RG-NB-OCTETS = W-NB-OCTETS
006610        MOVE 'I' TO W-DOUBLON-SW
006620        PERFORM 3200-RETENIR-DOUBLON THRU 3200-EXIT
006630        GO TO 3100-EXIT
006640     END-IF.
006650     IF NOT DOUBLON-IDENTIQUE
006660        AND W-DATE-ENTETE NOT = ZERO
006670        AND RG-DATE-ENTETE = W-DATE-ENTETE
006680        AND RG-NB-ENREG = W-NB-ENREG
006690        AND RG-TOTAL = W-TOTAL-CONTROLE
006700        MOVE 'P' TO W-DOUBLON-SW
006710        PERFORM 3200-RETENIR-DOUBLON THRU 3200-EXIT
006720     END-IF.
006730 3100-EXIT.
006740     EXIT.
006750 3200-RETENIR-DOUBLON.
006760     MOVE RG-DATE-INSCRIPTION TO W-DOUBLON-DATE.
006770     MOVE RG-HEURE-INSCRIPTION TO W-DOUBLON-HEURE.
006780     MOVE RG-STATUT TO W-DOUBLON-STATUT.
006790 3200-EXIT.
006800     EXIT.
006810*****************************************************************
006820*    4000-INSCRIRE - STATUT DU PASSAGE, CODE CONDITION, LIGNE AU
006830*    REGISTRE (EN EXTENSION) ET COMPTE RENDU.
006840*****************************************************************
006850 4000-INSCRIRE.
006860     EVALUATE TRUE
006870        WHEN W-NB-ENREG = ZERO
006880           MOVE 'V' TO W-STATUT-INSCRIT
006890           DISPLAY 'HZRF0001 - FICHIER ' W-SOURCE
006900               ' VIDE - INSCRIT'
006910           IF RETURN-CODE < 4
006920              MOVE 4 TO RETURN-CODE
006930           END-IF
006940        WHEN AUCUN-DOUBLON
006950           MOVE 'A' TO W-STATUT-INSCRIT
006960        WHEN RP-REPRISE-FORCEE
006970           MOVE 'F' TO W-STATUT-INSCRIT
006980           PERFORM 4100-LIBELLER-DOUBLON THRU 4100-EXIT
006990           DISPLAY 'HZRF0001 - FICHIER ' W-SOURCE ' '
007000               W-LIBELLE-DOUBLON ' DU ' W-DOUBLON-DATE ' '
007010               W-DOUBLON-HEURE
007020           DISPLAY 'HZRF0001 - RETRAITEMENT FORCE PAR '
007030               RP-OPERATEUR ' : ' RP-MOTIF
007040           IF RETURN-CODE < 4
007050              MOVE 4 TO RETURN-CODE
007060           END-IF
007070        WHEN OTHER
007080           MOVE 'R' TO W-STATUT-INSCRIT
007090           PERFORM 4100-LIBELLER-DOUBLON THRU 4100-EXIT
007100           DISPLAY 'HZRF0001 - FICHIER ' W-SOURCE ' '
007110               W-LIBELLE-DOUBLON ' DU ' W-DOUBLON-DATE ' '
007120               W-DOUBLON-HEURE
007130           DISPLAY 'HZRF0001 - FICHIER REFUSE AVANT TRAITEMENT - '
007140               'RETRAITEMENT PAR RF-PARM (REPRISE O, OPERATEUR, '
007150               'MOTIF)'
007160           MOVE 8 TO RETURN-CODE
007170     END-EVALUATE.
007180     MOVE W-SOURCE TO RG-SOURCE.
007190     MOVE W-DATE-ENTETE TO RG-DATE-ENTETE.
007200     MOVE W-NB-ENREG TO RG-NB-ENREG.
007210     MOVE W-TOTAL-CONTROLE TO RG-TOTAL.
007220     MOVE W-EMPREINTE TO RG-EMPREINTE.
007230     MOVE W-NB-OCTETS TO RG-NB-OCTETS.
007240     MOVE W-DATE-JOUR-CCYYMMDD TO RG-DATE-INSCRIPTION.
007250     MOVE W-HEURE-JOUR TO RG-HEURE-INSCRIPTION.
007260     MOVE W-STATUT-INSCRIT TO RG-STATUT.
007270     MOVE SPACES TO RG-OPERATEUR RG-MOTIF.
007280     IF RG-FORCE
007290        MOVE RP-OPERATEUR TO RG-OPERATEUR
007300        MOVE RP-MOTIF TO RG-MOTIF
007310     END-IF.
007320     IF RG-REFUSE
007330        MOVE W-LIBELLE-DOUBLON TO RG-MOTIF
007340     END-IF.
007350     PERFORM 7000-EDITER-PASSAGE THRU 7000-EXIT.
007360     OPEN EXTEND RF-REG.
007370     IF W-RF-REG-STATUS = '35'
007380        OPEN OUTPUT RF-REG
007390     END-IF.
007400     IF NOT RF-REG-OK AND W-RF-REG-STATUS NOT = '05'
007410        DISPLAY 'HZRF0001 - RF-REG NON INSCRIPTIBLE - STATUT '
007420            W-RF-REG-STATUS
007430        MOVE 8 TO RETURN-CODE
007440        GO TO 4000-EXIT
007450     END-IF.
007460     WRITE RF-REG-LIGNE.
007470     CLOSE RF-REG.
007480 4000-EXIT.
007490     EXIT.
007500 4100-LIBELLER-DOUBLON.
007510     IF DOUBLON-IDENTIQUE
007520        MOVE 'IDENTIQUE AU FICHIER INSCRIT' TO W-LIBELLE-DOUBLON
007530     ELSE
007540        MOVE 'RENVOI PROBABLE DU FICHIER' TO W-LIBELLE-DOUBLON
007550     END-IF.
007560 4100-EXIT.
007570     EXIT.
007580*****************************************************************
007590*    7000-EDITER-PASSAGE - CARACTERISTIQUES ET DECISION.
007600*****************************************************************
007610 7000-EDITER-PASSAGE.
007620     MOVE W-NB-ENREG TO W-NB-EDIT.
007630     MOVE W-NB-OCTETS TO W-OCTETS-EDIT.
007640     MOVE SPACES TO W-LIGNE-TRAVAIL.
007650     STRING 'DATE D''ENTETE ' DELIMITED BY SIZE
007660         W-DATE-ENTETE DELIMITED BY SIZE
007670         '  ENREGISTREMENTS ' DELIMITED BY SIZE
007680         W-NB-EDIT DELIMITED BY SIZE
007690         '  OCTETS ' DELIMITED BY SIZE
007700         W-OCTETS-EDIT DELIMITED BY SIZE
007710         INTO W-LIGNE-TRAVAIL
007720     END-STRING.
007730     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
007740     MOVE W-TOTAL-CONTROLE TO W-MT-EDIT.
007750     MOVE SPACES TO W-LIGNE-TRAVAIL.
007760     STRING 'TOTAL DE CONTROLE ' DELIMITED BY SIZE
007770         W-MT-EDIT DELIMITED BY SIZE
007780         '  EMPREINTE ' DELIMITED BY SIZE
007790         W-EMPREINTE DELIMITED BY SIZE
007800         INTO W-LIGNE-TRAVAIL
007810     END-STRING.
007820     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
007830     MOVE SPACES TO W-LIGNE-TRAVAIL.
007840     EVALUATE TRUE
007850        WHEN RG-VIDE
007860           MOVE 'FICHIER VIDE - INSCRIT SANS CONTROLE DE DOUBLON'
007870              TO W-LIGNE-TRAVAIL
007880        WHEN RG-ACCEPTE
007890           MOVE 'FICHIER ACCEPTE - INSCRIT AU REGISTRE'
007900              TO W-LIGNE-TRAVAIL
007910        WHEN RG-FORCE
007920           STRING 'RETRAITEMENT FORCE - ' DELIMITED BY SIZE
007930               W-LIBELLE-DOUBLON DELIMITED BY '  '
007940               ' DU ' DELIMITED BY SIZE
007950               W-DOUBLON-DATE DELIMITED BY SIZE
007960               ' - OPERATEUR ' DELIMITED BY SIZE
007970               RP-OPERATEUR DELIMITED BY SIZE
007980               ' - ' DELIMITED BY SIZE
007990               RP-MOTIF DELIMITED BY SIZE
008000               INTO W-LIGNE-TRAVAIL
008010           END-STRING
008020        WHEN OTHER
008030           STRING 'FICHIER REFUSE - ' DELIMITED BY SIZE
008040               W-LIBELLE-DOUBLON DELIMITED BY '  '
008050               ' DU ' DELIMITED BY SIZE
008060               W-DOUBLON-DATE DELIMITED BY SIZE
008070               ' ' DELIMITED BY SIZE
008080               W-DOUBLON-HEURE DELIMITED BY SIZE
008090               ' (STATUT ' DELIMITED BY SIZE
008100               W-DOUBLON-STATUT DELIMITED BY SIZE
008110               ')' DELIMITED BY SIZE
008120               INTO W-LIGNE-TRAVAIL
008130           END-STRING
008140     END-EVALUATE.
008150     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
008160 7000-EXIT.
008170     EXIT.
008180 7900-ECRIRE-LIGNE.
008190     MOVE W-LIGNE-TRAVAIL TO RF-RPRT-LIGNE.
008200     WRITE RF-RPRT-LIGNE.
008210 7900-EXIT.
008220     EXIT.
008230*****************************************************************
008240*    8000-TERMINE - CODE CONDITION : 0 ACCEPTE, 4 VIDE OU
008250*    RETRAITEMENT FORCE, 8 REFUSE OU PASSAGE IMPOSSIBLE.
008260*****************************************************************
008270 8000-TERMINE.
008280     IF ARRET-TRAITEMENT
008290        MOVE 'HZRF0001 - PARAMETRE OU FICHIER ABSENT OU INVALIDE'
008300           TO RF-RPRT-LIGNE
008310        MOVE '- AUCUNE INSCRIPTION' TO RF-RPRT-LIGNE (52:)
008320        WRITE RF-RPRT-LIGNE
008330        MOVE 8 TO RETURN-CODE
008340     END-IF.
008350     CLOSE RF-RPRT.
008360     MOVE W-NB-ENREG TO W-NB-EDIT.
008370     DISPLAY 'HZRF0001 - ' W-SOURCE ' ENREGISTREMENTS LUS : '
008380         W-NB-EDIT.
008390     MOVE W-NB-INSCRITS-LUS TO W-NB-EDIT.
008400     DISPLAY 'HZRF0001 - INSCRIPTIONS CONSULTEES : ' W-NB-EDIT.
008410 8000-EXIT.
008420     EXIT.
