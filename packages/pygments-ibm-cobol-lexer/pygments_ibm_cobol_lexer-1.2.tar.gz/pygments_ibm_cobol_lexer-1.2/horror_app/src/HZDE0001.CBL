000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZDE0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. RAPPROCHEMENT MENSUEL DES DECLARATIONS EMPLOYEUR
000080     (DECL-EMP : EMPLOYEUR, MOIS, ADHERENT MEMBRE, QUANTITE) AVEC
000090     LA STRUCTURE DE GROUPE GRP-ADH EN VIGUEUR DANS LE MOIS ET
000100     AVEC LES QUANTITES VALORISEES PAR HZFA0001 (DETAILS '02' DES
000110     PREFACT DU MOIS, CONCATENES SOUS PREFACT-M). MOIS LU SUR
000120     DE-PARM. SONT SIGNALES : LES ADHERENTS DECLARES HORS DU
000130     GROUPE DE L'EMPLOYEUR, LES MEMBRES DU GROUPE ABSENTS DE LA
000140     DECLARATION ET LES ECARTS DE QUANTITE PAR MEMBRE. CHAQUE
000150     ECART EST EDITE SUR DE-RPRT ET MIS EN REVUE DANS REV-EXC
000160     (CODE RETOUR 4).
000170*****************************************************************
000180*    HISTORIQUE DES MODIFICATIONS
000190*    --------------------------------------------------------
000200*    DATE       AUTEUR  DESCRIPTION
000210*    --------   ------  -------------------------------------
000220*    15/10/2026 EBA     CREATION.
000222*    15/10/2026 EBA     REV-EXC : ALIGNEMENT SUR HORROR (ZONE
000224*                       RV-EMETTEUR EN FIN DE LIBELLE, A
000226*                       BLANC POUR UN ITEM BATCH).
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT DE-PARM ASSIGN TO DEPARM
000330         ORGANIZATION SEQUENTIAL
000340         FILE STATUS W-DE-PARM-STATUS.
000350     SELECT DECL-EMP ASSIGN TO DECLEMP
000360         ORGANIZATION SEQUENTIAL
000370         FILE STATUS W-DECL-EMP-STATUS.
000380     SELECT GRP-ADH ASSIGN TO GRPADH
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-GRP-ADH-STATUS.
000410     SELECT PREFACT-M ASSIGN TO PREFACTM
000420         ORGANIZATION SEQUENTIAL
000430         FILE STATUS W-PREFACT-M-STATUS.
000440     SELECT REV-EXC ASSIGN TO REVEXC
000450         ORGANIZATION SEQUENTIAL
000460         FILE STATUS W-REV-EXC-STATUS.
000470     SELECT DE-RPRT ASSIGN TO DERPRT
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-DE-RPRT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*****************************************************************
000530*    DE-PARM - MOIS RAPPROCHE (SSAAMM).
000540*****************************************************************
000550 FD  DE-PARM
000560     LABEL RECORD STANDARD
000570     DATA RECORD DE-PARM-LIGNE.
000580 01  DE-PARM-LIGNE.
000590     05  DP-MOIS                 PIC 9(06).
000600*****************************************************************
000610*    DECL-EMP - DECLARATION MENSUELLE DES EMPLOYEURS : UNE LIGNE
000620*    PAR MEMBRE DECLARE, QUANTITE AU FORMAT DES DETAILS PREFACT.
000630*****************************************************************
000640 FD  DECL-EMP
000650     LABEL RECORD STANDARD
000660     DATA RECORD DECL-EMP-LIGNE.
000670 01  DECL-EMP-LIGNE.
000680     05  DE-EMPLOYEUR            PIC X(09).
000690     05  DE-MOIS                 PIC 9(06).
000700     05  DE-COADHF               PIC X(09).
000710     05  DE-QUANTITE             PIC 9(04)V99.
000720*****************************************************************
000730*    GRP-ADH - STRUCTURE DE GROUPE EMPLOYEUR, MEME DESSIN QUE
000740*    DANS HZFA0001.
000750*****************************************************************
000760 FD  GRP-ADH
000770     LABEL RECORD STANDARD
000780     DATA RECORD GRP-ADH-LIGNE.
000790 01  GRP-ADH-LIGNE.
000800     05  GR-EMPLOYEUR            PIC X(09).
000810     05  GR-COADHF               PIC X(09).
000820     05  GR-DATE-DEBUT           PIC 9(08).
000830     05  GR-DATE-FIN             PIC 9(08).
000840*****************************************************************
000850*    PREFACT-M - INTERFACES PREFACT DU MOIS (HZFA0001) : SEULS
000860*    LES DETAILS '02' SONT LUS.
000870*****************************************************************
000880 FD  PREFACT-M
000890     LABEL RECORD STANDARD
000900     DATA RECORD PREFACT-M-ENREG.
000910 01  PREFACT-M-ENREG.
000920     05  PM-TYPE                 PIC X(02).
000930     05  PM-COADHF               PIC X(09).
000940     05  PM-COTRTO               PIC X(05).
000950     05  PM-CETRTF               PIC X(05).
000960     05  PM-CLE                  PIC X(08).
000970     05  PM-QUANTITE             PIC 9(04)V99.
000980     05  PM-TAUX                 PIC 9(05)V99.
000990     05  PM-MONTANT              PIC S9(09)V99
001000                                 SIGN LEADING SEPARATE.
001010     05  FILLER                  PIC X(06).
001020*****************************************************************
001030*    REV-EXC - FILE D'ATTENTE DE REVUE SUPERVISEUR, MEME DESSIN
001040*    QUE DANS HORROR.
001050*****************************************************************
001060 FD  REV-EXC
001070     LABEL RECORD STANDARD
001080     DATA RECORD REV-EXC-LIGNE.
001090 01  REV-EXC-LIGNE.
001100     05  RV-HORODATE             PIC X(15).
001110     05  RV-PROGRAMME            PIC X(08).
001120     05  RV-CODE-RETOUR          PIC 9(04).
001130     05  RV-LIBELLE              PIC X(71).
001135     05  RV-EMETTEUR             PIC X(08).
001140 FD  DE-RPRT
001150     LABEL RECORD STANDARD
001160     DATA RECORD DE-RPRT-LIGNE.
001170 01  DE-RPRT-LIGNE               PIC X(132).
001180 WORKING-STORAGE SECTION.
001190 01  W-DE-PARM-STATUS            PIC XX.
001200     88  DE-PARM-OK              VALUE '00'.
001210 01  W-DECL-EMP-STATUS           PIC XX.
001220     88  DECL-EMP-OK             VALUE '00'.
001230 01  W-GRP-ADH-STATUS            PIC XX.
001240     88  GRP-ADH-OK              VALUE '00'.
001250 01  W-PREFACT-M-STATUS          PIC XX.
001260     88  PREFACT-M-OK            VALUE '00'.
001270 01  W-REV-EXC-STATUS            PIC XX.
001280 01  W-DE-RPRT-STATUS            PIC XX.
001290 01  W-FIN-LECTURE               PIC X VALUE 'N'.
001300     88  FIN-LECTURE             VALUE 'O'.
001310 01  W-ARRET-SW                  PIC X VALUE 'N'.
001320     88  ARRET-TRAITEMENT        VALUE 'O'.
001330 01  W-MOIS                      PIC 9(06) VALUE ZERO.
001340 01  W-DATE-DEBUT                PIC 9(08) VALUE ZERO.
001350 01  W-DATE-FIN                  PIC 9(08) VALUE ZERO.
001360 01  W-HORODATE-TRAVAIL.
001370     05  W-HORO-DATE             PIC 9(06).
001380     05  W-HORO-HEURE            PIC 9(08).
001390*****************************************************************
001400*    MEMBRES DES GROUPES EN VIGUEUR DANS LE MOIS (2000 AU PLUS) :
001410*    QUANTITE DECLAREE ET QUANTITE VALORISEE.
001420*****************************************************************
001430 01  W-NB-MEMBRES                PIC 9(04) COMP VALUE ZERO.
001440 01  W-TAB-MEMBRES.
001450     05  W-GM-ENTREE OCCURS 2000 TIMES
001460             INDEXED BY W-IDX-GM.
001470         10  W-GM-EMPLOYEUR      PIC X(09).
001480         10  W-GM-COADHF         PIC X(09).
001490         10  W-GM-DECLARE        PIC X(01).
001500         10  W-GM-QTE-DECLAREE   PIC S9(07)V99 COMP-3.
001510         10  W-GM-QTE-VALORISEE  PIC S9(07)V99 COMP-3.
001520 01  W-MEMBRE-SW                 PIC X VALUE 'N'.
001530     88  MEMBRE-TROUVE           VALUE 'O'.
001540*****************************************************************
001550*    ECART COURANT.
001560*****************************************************************
001570 01  W-MOTIF                     PIC X(24) VALUE SPACES.
001580 01  W-EMPLOYEUR-ECART           PIC X(09) VALUE SPACES.
001590 01  W-COADHF-ECART              PIC X(09) VALUE SPACES.
001600 01  W-QTE-DECLAREE              PIC S9(07)V99 COMP-3 VALUE 0.
001610 01  W-QTE-VALORISEE             PIC S9(07)V99 COMP-3 VALUE 0.
001620 01  W-QTE-EDIT-1                PIC -(06)9,99.
001630 01  W-QTE-EDIT-2                PIC -(06)9,99.
001640 01  W-NB-DECLARES               PIC 9(07) COMP VALUE ZERO.
001650 01  W-NB-AUTRE-MOIS             PIC 9(07) COMP VALUE ZERO.
001660 01  W-NB-HORS-GROUPE            PIC 9(07) COMP VALUE ZERO.
001670 01  W-NB-NON-DECLARES           PIC 9(07) COMP VALUE ZERO.
001680 01  W-NB-ECARTS-QTE             PIC 9(07) COMP VALUE ZERO.
001690 01  W-NB-EDIT                   PIC Z(06)9.
001700 01  W-LIGNE-TRAVAIL             PIC X(132).
001710 PROCEDURE DIVISION.
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001740     IF ARRET-TRAITEMENT
001750        GO TO 0000-FIN
001760     END-IF.
001770     PERFORM 1500-CHARGER-GROUPES THRU 1500-EXIT.
001780     PERFORM 1600-CHARGER-VALORISATION THRU 1600-EXIT.
001790     PERFORM 2000-LIRE-DECLARATIONS THRU 2000-EXIT.
001800     PERFORM 3000-CONTROLER-MEMBRE THRU 3000-EXIT
001810        VARYING W-IDX-GM FROM 1 BY 1
001820        UNTIL W-IDX-GM > W-NB-MEMBRES.
001830 0000-FIN.
001840     PERFORM 8000-TERMINE THRU 8000-EXIT.
001850     GOBACK.
001860*****************************************************************
001870*    1000-INITIALISE - MOIS DE DE-PARM. PARAMETRE ABSENT OU VIDE
001880*    : CODE 8, AUCUN RAPPROCHEMENT.
001890*****************************************************************
001900 1000-INITIALISE.
001910     ACCEPT W-HORO-DATE FROM DATE.
001920     ACCEPT W-HORO-HEURE FROM TIME.
001930     OPEN OUTPUT DE-RPRT.
001940     OPEN INPUT DE-PARM.
001950     IF NOT DE-PARM-OK
001960        DISPLAY 'HZDE0001 - DE-PARM INDISPONIBLE - STATUT '
001970            W-DE-PARM-STATUS
001980        MOVE 8 TO RETURN-CODE
001990        MOVE 'O' TO W-ARRET-SW
002000        GO TO 1000-EXIT
002010     END-IF.
002020     READ DE-PARM
002030        AT END
002040           DISPLAY 'HZDE0001 - DE-PARM VIDE'
002050           MOVE 8 TO RETURN-CODE
002060           MOVE 'O' TO W-ARRET-SW
002070        NOT AT END
002080           MOVE DP-MOIS TO W-MOIS
002090     END-READ.
002100     CLOSE DE-PARM.
002110     IF ARRET-TRAITEMENT
002120        GO TO 1000-EXIT
002130     END-IF.
002140     COMPUTE W-DATE-DEBUT = W-MOIS * 100 + 1.
002150     COMPUTE W-DATE-FIN = W-MOIS * 100 + 31.
002160     MOVE SPACES TO W-LIGNE-TRAVAIL.
002170     STRING 'HZDE0001 - RAPPROCHEMENT DES DECLARATIONS EMPLOYEUR'
002180         DELIMITED BY SIZE
002190         ' - MOIS ' DELIMITED BY SIZE
002200         W-MOIS DELIMITED BY SIZE
002210         INTO W-LIGNE-TRAVAIL
002220     END-STRING.
002230     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
002240     MOVE SPACES TO W-LIGNE-TRAVAIL.
002250     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
002260     MOVE 'EMPLOYEUR ADHERENT  ECART' TO W-LIGNE-TRAVAIL.
002270     MOVE 'QTE DECLAREE' TO W-LIGNE-TRAVAIL (49:12).
002280     MOVE 'QTE VALORISEE' TO W-LIGNE-TRAVAIL (63:13).
002290     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
002300 1000-EXIT.
002310     EXIT.
002320*****************************************************************
002330*    1500-CHARGER-GROUPES - RATTACHEMENTS DONT LA PLAGE DE
002340*    VALIDITE RECOUVRE LE MOIS. SANS GRP-ADH : CODE 8.
002350*****************************************************************
002360 1500-CHARGER-GROUPES.
002370     OPEN INPUT GRP-ADH.
002380     IF NOT GRP-ADH-OK
002390        DISPLAY 'HZDE0001 - GRP-ADH INDISPONIBLE - STATUT '
002400            W-GRP-ADH-STATUS
002410        MOVE 8 TO RETURN-CODE
002420        GO TO 1500-EXIT
002430     END-IF.
002440     MOVE 'N' TO W-FIN-LECTURE.
002450     PERFORM UNTIL FIN-LECTURE
002460        READ GRP-ADH
002470           AT END MOVE 'O' TO W-FIN-LECTURE
002480           NOT AT END PERFORM 1510-EMPILER-MEMBRE THRU
002490              1510-EXIT
002500        END-READ
002510     END-PERFORM.
002520     CLOSE GRP-ADH.
002530 1500-EXIT.
002540     EXIT.
002550 1510-EMPILER-MEMBRE.
002560     IF GR-DATE-DEBUT > W-DATE-FIN
002570        OR GR-DATE-FIN < W-DATE-DEBUT
002580        GO TO 1510-EXIT
002590     END-IF.
002600     IF W-NB-MEMBRES NOT < 2000
002610        DISPLAY 'HZDE0001 - TABLE DES MEMBRES PLEINE (2000) - '
002620            'MEMBRE IGNORE : ' GR-COADHF
002630        MOVE 8 TO RETURN-CODE
002640        GO TO 1510-EXIT
002650     END-IF.
002660     ADD 1 TO W-NB-MEMBRES.
002670     SET W-IDX-GM TO W-NB-MEMBRES.
002680     MOVE GR-EMPLOYEUR TO W-GM-EMPLOYEUR (W-IDX-GM).
002690     MOVE GR-COADHF TO W-GM-COADHF (W-IDX-GM).
002700     MOVE 'N' TO W-GM-DECLARE (W-IDX-GM).
002710     MOVE ZERO TO W-GM-QTE-DECLAREE (W-IDX-GM).
002720     MOVE ZERO TO W-GM-QTE-VALORISEE (W-IDX-GM).
002730 1510-EXIT.
002740     EXIT.
002750*****************************************************************
002760*    1600-CHARGER-VALORISATION - QUANTITES DES DETAILS '02' DU
002770*    MOIS, CUMULEES SUR LE MEMBRE DE GROUPE CORRESPONDANT.
002780*****************************************************************
002790 1600-CHARGER-VALORISATION.
002800     OPEN INPUT PREFACT-M.
002810     IF NOT PREFACT-M-OK
002820        DISPLAY 'HZDE0001 - PREFACT-M INDISPONIBLE - STATUT '
002830            W-PREFACT-M-STATUS
002840        MOVE 8 TO RETURN-CODE
002850        GO TO 1600-EXIT
002860     END-IF.
002870     MOVE 'N' TO W-FIN-LECTURE.
002880     PERFORM 1610-LIRE-DETAIL THRU 1610-EXIT
002890        UNTIL FIN-LECTURE.
002900     CLOSE PREFACT-M.
002910 1600-EXIT.
002920     EXIT.
002930 1610-LIRE-DETAIL.
002940     READ PREFACT-M
002950        AT END
002960           MOVE 'O' TO W-FIN-LECTURE
002970           GO TO 1610-EXIT
002980     END-READ.
002990     IF PM-TYPE NOT = '02'
003000        GO TO 1610-EXIT
003010     END-IF.
003020     MOVE SPACES TO W-EMPLOYEUR-ECART.
003030     MOVE PM-COADHF TO W-COADHF-ECART.
003040     PERFORM 5000-CHERCHER-MEMBRE THRU 5000-EXIT.
003050     IF MEMBRE-TROUVE
003060        ADD PM-QUANTITE TO W-GM-QTE-VALORISEE (W-IDX-GM)
003070     END-IF.
003080 1610-EXIT.
003090     EXIT.
003100*****************************************************************
003110*    2000-LIRE-DECLARATIONS - LIGNES DU MOIS : MEMBRE DU GROUPE
003120*    DE L'EMPLOYEUR DECLARANT (QUANTITE CUMULEE) OU ECART
003130*    'DECLARE HORS GROUPE'.
003140*****************************************************************
003150 2000-LIRE-DECLARATIONS.
003160     OPEN INPUT DECL-EMP.
003170     IF NOT DECL-EMP-OK
003180        DISPLAY 'HZDE0001 - DECL-EMP INDISPONIBLE - STATUT '
003190            W-DECL-EMP-STATUS
003200        MOVE 8 TO RETURN-CODE
003210        MOVE 'O' TO W-ARRET-SW
003220        GO TO 2000-EXIT
003230     END-IF.
003240     MOVE 'N' TO W-FIN-LECTURE.
003250     PERFORM 2100-LIRE-DECLARATION THRU 2100-EXIT
003260        UNTIL FIN-LECTURE.
003270     CLOSE DECL-EMP.
003280 2000-EXIT.
003290     EXIT.
003300 2100-LIRE-DECLARATION.
003310     READ DECL-EMP
003320        AT END
003330           MOVE 'O' TO W-FIN-LECTURE
003340           GO TO 2100-EXIT
003350     END-READ.
003360     IF DE-MOIS NOT = W-MOIS
003370        ADD 1 TO W-NB-AUTRE-MOIS
003380        GO TO 2100-EXIT
003390     END-IF.
003400     ADD 1 TO W-NB-DECLARES.
003410     MOVE DE-EMPLOYEUR TO W-EMPLOYEUR-ECART.
003420     MOVE DE-COADHF TO W-COADHF-ECART.
003430     PERFORM 5000-CHERCHER-MEMBRE THRU 5000-EXIT.
003440     IF MEMBRE-TROUVE
003450        MOVE 'O' TO W-GM-DECLARE (W-IDX-GM)
003460        ADD DE-QUANTITE TO W-GM-QTE-DECLAREE (W-IDX-GM)
003470        GO TO 2100-EXIT
003480     END-IF.
003490     ADD 1 TO W-NB-HORS-GROUPE.
003500     MOVE 'DECLARE HORS GROUPE' TO W-MOTIF.
003510     MOVE DE-QUANTITE TO W-QTE-DECLAREE.
003520     MOVE ZERO TO W-QTE-VALORISEE.
003530     PERFORM 6000-SIGNALER-ECART THRU 6000-EXIT.
003540 2100-EXIT.
003550     EXIT.
003560*****************************************************************
003570*    3000-CONTROLER-MEMBRE - MEMBRE NON DECLARE, OU ECART ENTRE
003580*    QUANTITE DECLAREE ET QUANTITE VALORISEE.
003590*****************************************************************
003600 3000-CONTROLER-MEMBRE.
003610     IF ARRET-TRAITEMENT
003620        GO TO 3000-EXIT
003630     END-IF.
003640     MOVE W-GM-EMPLOYEUR (W-IDX-GM) TO W-EMPLOYEUR-ECART.
003650     MOVE W-GM-COADHF (W-IDX-GM) TO W-COADHF-ECART.
003660     MOVE W-GM-QTE-DECLAREE (W-IDX-GM) TO W-QTE-DECLAREE.
003670     MOVE W-GM-QTE-VALORISEE (W-IDX-GM) TO W-QTE-VALORISEE.
003680     IF W-GM-DECLARE (W-IDX-GM) NOT = 'O'
003690        ADD 1 TO W-NB-NON-DECLARES
003700        MOVE 'MEMBRE NON DECLARE' TO W-MOTIF
003710        PERFORM 6000-SIGNALER-ECART THRU 6000-EXIT
003720        GO TO 3000-EXIT
003730     END-IF.
003740     IF W-QTE-DECLAREE NOT = W-QTE-VALORISEE
003750        ADD 1 TO W-NB-ECARTS-QTE
003760        MOVE 'ECART DE QUANTITE' TO W-MOTIF
003770        PERFORM 6000-SIGNALER-ECART THRU 6000-EXIT
003780     END-IF.
003790 3000-EXIT.
003800     EXIT.
003810*****************************************************************
003820*    5000-CHERCHER-MEMBRE - MEMBRE W-COADHF-ECART, RESTREINT A
003830*    L'EMPLOYEUR W-EMPLOYEUR-ECART S'IL EST RENSEIGNE.
003840*****************************************************************
003850 5000-CHERCHER-MEMBRE.
003860     MOVE 'N' TO W-MEMBRE-SW.
003870     IF W-NB-MEMBRES = ZERO
003880        GO TO 5000-EXIT
003890     END-IF.
003900     SET W-IDX-GM TO 1.
003910     SEARCH W-GM-ENTREE
003920        AT END
003930           CONTINUE
003940        WHEN W-IDX-GM > W-NB-MEMBRES
003950           CONTINUE
003960        WHEN W-GM-COADHF (W-IDX-GM) = W-COADHF-ECART
003970           AND (W-EMPLOYEUR-ECART = SPACES
003980            OR W-GM-EMPLOYEUR (W-IDX-GM) = W-EMPLOYEUR-ECART)
003990           MOVE 'O' TO W-MEMBRE-SW
004000     END-SEARCH.
004010 5000-EXIT.
004020     EXIT.
004030*****************************************************************
004040*    6000-SIGNALER-ECART - LIGNE DE RAPPORT ET MISE EN REVUE
004050*    REV-EXC (MEME SCHEMA D'OUVERTURE QUE HZRC0001).
004060*****************************************************************
004070 6000-SIGNALER-ECART.
004080     MOVE W-QTE-DECLAREE TO W-QTE-EDIT-1.
004090     MOVE W-QTE-VALORISEE TO W-QTE-EDIT-2.
004100     MOVE SPACES TO W-LIGNE-TRAVAIL.
004110     STRING W-EMPLOYEUR-ECART DELIMITED BY SIZE
004120         ' ' DELIMITED BY SIZE
004130         W-COADHF-ECART DELIMITED BY SIZE
004140         ' ' DELIMITED BY SIZE
004150         W-MOTIF DELIMITED BY SIZE
004160         '    ' DELIMITED BY SIZE
004170         W-QTE-EDIT-1 DELIMITED BY SIZE
004180         '    ' DELIMITED BY SIZE
004190         W-QTE-EDIT-2 DELIMITED BY SIZE
004200         INTO W-LIGNE-TRAVAIL
004210     END-STRING.
004220     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
004230     OPEN EXTEND REV-EXC.
004240     IF W-REV-EXC-STATUS = '05'
004250        OPEN OUTPUT REV-EXC
004260     END-IF.
004270     MOVE SPACES TO REV-EXC-LIGNE.
004280     MOVE W-HORODATE-TRAVAIL TO RV-HORODATE.
004290     MOVE 'HZDE0001' TO RV-PROGRAMME.
004300     MOVE 4 TO RV-CODE-RETOUR.
004310     STRING 'DECL. EMPLOYEUR ' DELIMITED BY SIZE
004320         W-EMPLOYEUR-ECART DELIMITED BY SIZE
004330         ' ' DELIMITED BY SIZE
004340         W-MOIS DELIMITED BY SIZE
004350         ' ADH ' DELIMITED BY SIZE
004360         W-COADHF-ECART DELIMITED BY SIZE
004370         ' - ' DELIMITED BY SIZE
004380         W-MOTIF DELIMITED BY SIZE
004390         INTO RV-LIBELLE
004400     END-STRING.
004410     WRITE REV-EXC-LIGNE.
004420     CLOSE REV-EXC.
004430     IF RETURN-CODE < 4
004440        MOVE 4 TO RETURN-CODE
004450     END-IF.
004460 6000-EXIT.
004470     EXIT.
004480 7900-ECRIRE-LIGNE.
004490     MOVE W-LIGNE-TRAVAIL TO DE-RPRT-LIGNE.
004500     WRITE DE-RPRT-LIGNE.
004510 7900-EXIT.
004520     EXIT.
004530 8000-TERMINE.
004540     CLOSE DE-RPRT.
004550     MOVE W-NB-DECLARES TO W-NB-EDIT.
004560     DISPLAY 'HZDE0001 - LIGNES DECLAREES DU MOIS : ' W-NB-EDIT.
004570     MOVE W-NB-AUTRE-MOIS TO W-NB-EDIT.
004580     DISPLAY 'HZDE0001 - LIGNES D''UN AUTRE MOIS   : ' W-NB-EDIT.
004590     MOVE W-NB-HORS-GROUPE TO W-NB-EDIT.
004600     DISPLAY 'HZDE0001 - DECLARES HORS GROUPE     : ' W-NB-EDIT.
004610     MOVE W-NB-NON-DECLARES TO W-NB-EDIT.
004620     DISPLAY 'HZDE0001 - MEMBRES NON DECLARES     : ' W-NB-EDIT.
004630     MOVE W-NB-ECARTS-QTE TO W-NB-EDIT.
004640     DISPLAY 'HZDE0001 - ECARTS DE QUANTITE       : ' W-NB-EDIT.
004650 8000-EXIT.
004660     EXIT.
