000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZAG0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. REMISE DES CREANCES IMPAYEES A L'AGENCE DE RECOUVREMENT.
000080     SONT SELECTIONNES LES POSTES OUVERTS (OUV-ITEMS) NON SOLDES
000090     DONT LE DERNIER NIVEAU DE RELANCE (3) A ETE ENVOYE
000100     (RELANCE-HIST), QUI NE SONT NI EN LITIGE (LIT-REG) NI DEJA
000110     CONFIES A L'AGENCE (AG-REG), DONT L'ADHERENT N'A AUCUNE
000120     ECHEANCE A ECHOIR DANS ECHEANCIER ET DONT LE RESTE DU ATTEINT
000130     LE MINIMUM AGENCE-MINIMUM DE KONSTAB (DEFAUT 150,00). CHAQUE
000140     POSTE RETENU PART SUR AG-ENVOI (ENTETE '01', UN DETAIL '02'
000150     AVEC L'IDENTITE ET L'ADRESSE ADH-REF ET LE DETAIL DE LA
000160     FACTURE, PIED '09' VOLUME ET TOTAL) ET EST INSCRIT AU
000170     REGISTRE DES POSTES CONFIES (RECOPIE SUR AG-REG-NV, SUBSTITUE
000180     PAR L'EXPLOITATION) : HZDU0001 NE LE RELANCE PLUS. LES
000190     RETOURS DE L'AGENCE SONT APPLIQUES PAR HZAJ0001.
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
000350     SELECT OUV-ITEMS ASSIGN TO OUVITEMS
000360         ORGANIZATION SEQUENTIAL
000370         FILE STATUS W-OUV-ITEMS-STATUS.
000380     SELECT KONSTAB ASSIGN TO KONSTAB
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-KONSTAB-STATUS.
000410     SELECT RELANCE-HIST ASSIGN TO RELHIST
000420         ORGANIZATION SEQUENTIAL
000430         FILE STATUS W-RELANCE-HIST-STATUS.
000440     SELECT LIT-REG ASSIGN TO LITREG
000450         ORGANIZATION SEQUENTIAL
000460         FILE STATUS W-LIT-REG-STATUS.
000470     SELECT ECHEANCIER ASSIGN TO ECHEANC
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-ECHEANCIER-STATUS.
000500     SELECT ADH-REF ASSIGN TO ADHREF
000510         ORGANIZATION SEQUENTIAL
000520         FILE STATUS W-ADH-REF-STATUS.
000530     SELECT AG-REG ASSIGN TO AGREG
000540         ORGANIZATION SEQUENTIAL
000550         FILE STATUS W-AG-REG-STATUS.
000560     SELECT AG-ENVOI ASSIGN TO AGENVOI
000570         ORGANIZATION SEQUENTIAL
000580         FILE STATUS W-AG-ENVOI-STATUS.
000590     SELECT AG-REG-NV ASSIGN TO AGREGNV
000600         ORGANIZATION SEQUENTIAL
000610         FILE STATUS W-AG-REG-NV-STATUS.
000620     SELECT AG-RPRT ASSIGN TO AGRPRT
000630         ORGANIZATION SEQUENTIAL
000640         FILE STATUS W-AG-RPRT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670*****************************************************************
000680*    OUV-ITEMS - POSTES OUVERTS, MEME DESSIN QUE DANS HZFC0001.
000690*****************************************************************
000700 FD  OUV-ITEMS
000710     LABEL RECORD STANDARD
000720     DATA RECORD OUV-ITEMS-LIGNE.
000730 01  OUV-ITEMS-LIGNE.
000740     05  OV-NUMERO-FACTURE       PIC 9(08).
000750     05  OV-COADHF               PIC X(09).
000760     05  OV-COETBL               PIC X(05).
000770     05  OV-DATE-FACTURE         PIC 9(08).
000780     05  OV-MONTANT-TTC          PIC S9(11)V99
000790                                 SIGN LEADING SEPARATE.
000800     05  OV-MONTANT-REGLE        PIC S9(11)V99
000810                                 SIGN LEADING SEPARATE.
000820     05  OV-STATUT               PIC X(01).
000830 FD  KONSTAB
000840     LABEL RECORD STANDARD
000850     DATA RECORD KONSTAB-LIGNE.
000860 01  KONSTAB-LIGNE.
000870     05  KONSTAB-RUBRIQUE        PIC X(20).
000880     05  KONSTAB-VALEUR          PIC X(60).
000890*****************************************************************
000900*    RELANCE-HIST - RELANCES ENVOYEES PAR FACTURE, TENU PAR
000910*    HZDU0001.
000920*****************************************************************
000930 FD  RELANCE-HIST
000940     LABEL RECORD STANDARD
000950     DATA RECORD RELANCE-HIST-LIGNE.
000960 01  RELANCE-HIST-LIGNE.
000970     05  RH-NUMERO-FACTURE       PIC 9(08).
000980     05  RH-NIVEAU               PIC 9(01).
000990     05  RH-DATE-ENVOI           PIC 9(08).
001000*****************************************************************
001010*    LIT-REG - REGISTRE DES LITIGES OUVERTS TENU PAR HZLT0001,
001020*    MEME DESSIN.
001030*****************************************************************
001040 FD  LIT-REG
001050     LABEL RECORD STANDARD
001060     DATA RECORD LIT-REG-LIGNE.
001070 01  LIT-REG-LIGNE.
001080     05  LR-NUMERO-FACTURE       PIC 9(08).
001090     05  LR-COADHF               PIC X(09).
001100     05  LR-COETBL               PIC X(05).
001110     05  LR-DATE-OUVERTURE       PIC 9(08).
001120     05  LR-MOTIF                PIC X(30).
001130     05  LR-MONTANT-TTC          PIC S9(11)V99
001140                                 SIGN LEADING SEPARATE.
001150     05  LR-RESTE-DU             PIC S9(11)V99
001160                                 SIGN LEADING SEPARATE.
001170*****************************************************************
001180*    ECHEANCIER - ECHEANCES DE REGLEMENT, MEME DESSIN QUE DANS
001190*    HZEC0001 (STATUT 'A' A ECHOIR / 'L' LIBEREE).
001200*****************************************************************
001210 FD  ECHEANCIER
001220     LABEL RECORD STANDARD
001230     DATA RECORD ECHEANCIER-LIGNE.
001240 01  ECHEANCIER-LIGNE.
001250     05  EC-COADHF               PIC X(09).
001260     05  EC-COETBL               PIC X(05).
001270     05  EC-COTRTO               PIC X(05).
001280     05  EC-CETRTF               PIC X(05).
001290     05  EC-RANG                 PIC 9(02).
001300     05  EC-DATE-ECHEANCE        PIC 9(08).
001310     05  EC-MONTANT              PIC S9(07)V99
001320                                 SIGN LEADING SEPARATE.
001330     05  EC-STATUT               PIC X(01).
001340*****************************************************************
001350*    ADH-REF - REFERENTIEL ADHERENT (IDENTITE/ADRESSE), MEME
001360*    DESSIN ETENDU QUE DANS HZDU0001.
001370*****************************************************************
001380 FD  ADH-REF
001390     LABEL RECORD STANDARD
001400     DATA RECORD ADH-REF-LIGNE.
001410 01  ADH-REF-LIGNE.
001420     05  AF-CLE                  PIC X(08).
001430     05  AF-COADHF               PIC X(09).
001440     05  AF-COTRTO               PIC X(05).
001450     05  AF-CETRTF               PIC X(05).
001460     05  AF-NOM                  PIC X(30).
001470     05  AF-ADRESSE              PIC X(30).
001480     05  AF-CODE-POSTAL          PIC X(05).
001490     05  AF-VILLE                PIC X(20).
001500     05  AF-STATUT               PIC X(01).
001510     05  AF-LANGUE               PIC X(02).
001520     05  AF-ADRESSE-NPAI         PIC X(01).
001530         88  AF-ADRESSE-INVALIDE VALUE 'O'.
001540     05  AF-CANAL-DIFFUSION      PIC X(01).
001550         88  AF-CANAL-ELECTRONIQUE VALUE 'E'.
001560     05  AF-EMAIL                PIC X(60).
001570     05  AF-EMAIL-REJETE         PIC X(01).
001580         88  AF-EMAIL-INVALIDE   VALUE 'O'.
001590     05  AF-FREQUENCE            PIC X(01).
001600         88  AF-FACTURATION-MENSUELLE VALUE 'M' SPACE.
001610         88  AF-FACTURATION-TRIMESTRIELLE VALUE 'T'.
001620         88  AF-FACTURATION-ANNUELLE VALUE 'A'.
001630*****************************************************************
001640*    AG-REG - REGISTRE DES POSTES CONFIES A L'AGENCE : FACTURE,
001650*    ADHERENT, ETABLISSEMENT, DATE DE REMISE, MONTANT CONFIE
001660*    (RESTE DU A LA REMISE) ET CUMUL RECOUVRE PAR L'AGENCE
001670*    (HZAJ0001). CONSULTE PAR HZDU0001 (POSTE NON RELANCE).
001680*****************************************************************
001690 FD  AG-REG
001700     LABEL RECORD STANDARD
001710     DATA RECORD AG-REG-LIGNE.
001720 01  AG-REG-LIGNE.
001730     05  CR-NUMERO-FACTURE       PIC 9(08).
001740     05  CR-COADHF               PIC X(09).
001750     05  CR-COETBL               PIC X(05).
001760     05  CR-DATE-REMISE          PIC 9(08).
001770     05  CR-MONTANT-CONFIE       PIC S9(11)V99
001780                                 SIGN LEADING SEPARATE.
001790     05  CR-MONTANT-RECOUVRE     PIC S9(11)V99
001800                                 SIGN LEADING SEPARATE.
001810*****************************************************************
001820*    AG-ENVOI - FICHIER REMIS A L'AGENCE : ENTETE '01' (DATE DE
001830*    REMISE), DETAIL '02' PAR POSTE (IDENTITE, ADRESSE, FACTURE,
001840*    TTC, DEJA REGLE, RESTE DU), PIED '09' (VOLUME ET TOTAL).
001850*****************************************************************
001860 FD  AG-ENVOI
001870     LABEL RECORD STANDARD
001880     DATA RECORD AG-ENVOI-ENREG.
001890 01  AG-ENVOI-ENREG              PIC X(159).
001900 FD  AG-REG-NV
001910     LABEL RECORD STANDARD
001920     DATA RECORD AG-REG-NV-LIGNE.
001930 01  AG-REG-NV-LIGNE             PIC X(58).
001940 FD  AG-RPRT
001950     LABEL RECORD STANDARD
001960     DATA RECORD AG-RPRT-LIGNE.
001970 01  AG-RPRT-LIGNE               PIC X(132).
001980 WORKING-STORAGE SECTION.
001990 01  W-OUV-ITEMS-STATUS          PIC XX.
002000     88  OUV-ITEMS-OK            VALUE '00'.
002010     88  OUV-ITEMS-FIN           VALUE '10'.
002020 01  W-KONSTAB-STATUS            PIC XX.
002030     88  KONSTAB-OK              VALUE '00'.
002040     88  KONSTAB-FIN             VALUE '10'.
002050 01  W-RELANCE-HIST-STATUS       PIC XX.
002060     88  RELANCE-HIST-OK         VALUE '00'.
002070 01  W-LIT-REG-STATUS            PIC XX.
002080     88  LIT-REG-OK              VALUE '00'.
002090 01  W-ECHEANCIER-STATUS         PIC XX.
002100     88  ECHEANCIER-OK           VALUE '00'.
002110 01  W-ADH-REF-STATUS            PIC XX.
002120     88  ADH-REF-OK              VALUE '00'.
002130 01  W-AG-REG-STATUS             PIC XX.
002140     88  AG-REG-OK               VALUE '00'.
002150 01  W-AG-ENVOI-STATUS           PIC XX.
002160 01  W-AG-REG-NV-STATUS          PIC XX.
002170 01  W-AG-RPRT-STATUS            PIC XX.
002180 01  W-FIN-OUV                   PIC X VALUE 'N'.
002190     88  FIN-OUV                 VALUE 'O'.
002200 01  W-FIN-HIST                  PIC X VALUE 'N'.
002210     88  FIN-HIST                VALUE 'O'.
002220 01  W-FIN-LITIGES               PIC X VALUE 'N'.
002230     88  FIN-LITIGES             VALUE 'O'.
002240 01  W-FIN-ECH                   PIC X VALUE 'N'.
002250     88  FIN-ECH                 VALUE 'O'.
002260 01  W-FIN-REF                   PIC X VALUE 'N'.
002270     88  FIN-REF                 VALUE 'O'.
002280 01  W-FIN-AGENCE                PIC X VALUE 'N'.
002290     88  FIN-AGENCE              VALUE 'O'.
002300*****************************************************************
002310*    DERNIER NIVEAU DE RELANCE DE HZDU0001 ET MINIMUM DE REMISE
002320*    (KONSTAB AGENCE-MINIMUM EN CENTIEMES, EX. 000015000 =
002330*    150,00).
002340*****************************************************************
002350 01  W-NIVEAU-FINAL              PIC 9(01) VALUE 3.
002360 01  KT-AGENCE-MINIMUM           PIC 9(07)V99 VALUE 150,00.
002370 01  W-MINIMUM-SAISI             PIC 9(09) VALUE ZERO.
002380*****************************************************************
002390*    FACTURES AU DERNIER NIVEAU DE RELANCE (1000 AU PLUS, MEME
002400*    BORNE QUE HZDU0001).
002410*****************************************************************
002420 01  W-NB-HIST                   PIC 9(04) COMP VALUE ZERO.
002430 01  W-TAB-HIST.
002440     05  W-RH-NUMERO OCCURS 1000 TIMES
002450             INDEXED BY W-IDX-RH PIC 9(08).
002460*****************************************************************
002470*    FACTURES EN LITIGE ET FACTURES DEJA CONFIEES (1000 AU PLUS).
002480*****************************************************************
002490 01  W-NB-LITIGES                PIC 9(04) COMP VALUE ZERO.
002500 01  W-TAB-LITIGES.
002510     05  W-LI-FACTURE OCCURS 1000 TIMES
002520             INDEXED BY W-IDX-LI PIC 9(08).
002530 01  W-NB-CONFIES                PIC 9(04) COMP VALUE ZERO.
002540 01  W-TAB-CONFIES.
002550     05  W-CF-FACTURE OCCURS 1000 TIMES
002560             INDEXED BY W-IDX-CF PIC 9(08).
002570*****************************************************************
002580*    ADHERENTS AYANT UNE ECHEANCE A ECHOIR (1000 AU PLUS).
002590*****************************************************************
002600 01  W-NB-ECH                    PIC 9(04) COMP VALUE ZERO.
002610 01  W-TAB-ECH.
002620     05  W-EA-COADHF OCCURS 1000 TIMES
002630             INDEXED BY W-IDX-EA PIC X(09).
002640*****************************************************************
002650*    IDENTITE ET ADRESSE PAR ADHERENT (2000 AU PLUS, MEME BORNE
002660*    QUE HZDU0001).
002670*****************************************************************
002680 01  W-NB-REFS                   PIC 9(04) COMP VALUE ZERO.
002690 01  W-TAB-REFS.
002700     05  W-RF-ENTREE OCCURS 2000 TIMES
002710             INDEXED BY W-IDX-RF.
002720         10  W-RF-COADHF         PIC X(09).
002730         10  W-RF-NOM            PIC X(30).
002740         10  W-RF-ADRESSE        PIC X(30).
002750         10  W-RF-CODE-POSTAL    PIC X(05).
002760         10  W-RF-VILLE          PIC X(20).
002770*****************************************************************
002780*    GABARITS DES ENREGISTREMENTS AG-ENVOI.
002790*****************************************************************
002800 01  W-AE-ENTETE.
002810     05  FILLER                  PIC X(02) VALUE '01'.
002820     05  W-AE-DATE-REMISE        PIC 9(08).
002830     05  FILLER                  PIC X(149) VALUE SPACES.
002840 01  W-AE-DETAIL.
002850     05  FILLER                  PIC X(02) VALUE '02'.
002860     05  W-AD-COADHF             PIC X(09).
002870     05  W-AD-NOM                PIC X(30).
002880     05  W-AD-ADRESSE            PIC X(30).
002890     05  W-AD-CODE-POSTAL        PIC X(05).
002900     05  W-AD-VILLE              PIC X(20).
002910     05  W-AD-NUMERO-FACTURE     PIC 9(08).
002920     05  W-AD-COETBL             PIC X(05).
002930     05  W-AD-DATE-FACTURE       PIC 9(08).
002940     05  W-AD-MONTANT-TTC        PIC S9(11)V99
002950                                 SIGN LEADING SEPARATE.
002960     05  W-AD-MONTANT-REGLE      PIC S9(11)V99
002970                                 SIGN LEADING SEPARATE.
002980     05  W-AD-RESTE-DU           PIC S9(11)V99
002990                                 SIGN LEADING SEPARATE.
003000 01  W-AE-PIED.
003010     05  FILLER                  PIC X(02) VALUE '09'.
003020     05  W-AP-NB                 PIC 9(07).
003030     05  W-AP-TOTAL              PIC S9(13)V99
003040                                 SIGN LEADING SEPARATE.
003050     05  FILLER                  PIC X(134) VALUE SPACES.
003060 01  W-SWITCHES.
003070     05  W-NIVEAU-ATTEINT-SW     PIC X VALUE 'N'.
003080         88  NIVEAU-ATTEINT      VALUE 'O'.
003090     05  W-EN-LITIGE-SW          PIC X VALUE 'N'.
003100         88  EN-LITIGE           VALUE 'O'.
003110     05  W-DEJA-CONFIE-SW        PIC X VALUE 'N'.
003120         88  DEJA-CONFIE         VALUE 'O'.
003130     05  W-ECHEANCIER-SW         PIC X VALUE 'N'.
003140         88  SOUS-ECHEANCIER     VALUE 'O'.
003150     05  W-REF-TROUVEE-SW        PIC X VALUE 'N'.
003160         88  REF-TROUVEE         VALUE 'O'.
003170 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
003180 01  W-RESTE-DU                  PIC S9(11)V99 COMP-3 VALUE 0.
003190 01  W-NB-REMIS                  PIC 9(07) COMP VALUE ZERO.
003200 01  W-TOTAL-REMIS               PIC S9(13)V99 COMP-3 VALUE 0.
003210 01  W-NB-EN-LITIGE              PIC 9(05) COMP VALUE ZERO.
003220 01  W-NB-SOUS-ECHEANCIER        PIC 9(05) COMP VALUE ZERO.
003230 01  W-NB-SOUS-MINIMUM           PIC 9(05) COMP VALUE ZERO.
003240 01  W-NB-SANS-ADRESSE           PIC 9(05) COMP VALUE ZERO.
003250 01  W-NB-EDIT                   PIC Z(06)9.
003260 01  W-MT-EDIT                   PIC -(12)9,99.
003270 01  W-LIGNE-TRAVAIL             PIC X(132).
003280 PROCEDURE DIVISION.
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALISE THRU 1000-EXIT.
003310     PERFORM 1400-CHARGER-KONSTAB THRU 1400-EXIT.
003320     PERFORM 1500-CHARGER-HISTORIQUE THRU 1500-EXIT.
003330     PERFORM 1600-CHARGER-LITIGES THRU 1600-EXIT.
003340     PERFORM 1700-CHARGER-ECHEANCIER THRU 1700-EXIT.
003350     PERFORM 1800-CHARGER-ADH-REF THRU 1800-EXIT.
003360     PERFORM 1900-RECOPIER-REGISTRE THRU 1900-EXIT.
003370     PERFORM 3000-TRAITER-POSTE THRU 3000-EXIT
003380        UNTIL FIN-OUV.
003390     PERFORM 7000-ECRIRE-PIED THRU 7000-EXIT.
003400     PERFORM 8000-TERMINE THRU 8000-EXIT.
003410     GOBACK.
003420 1000-INITIALISE.
003430     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
003440     OPEN INPUT OUV-ITEMS.
003450     OPEN OUTPUT AG-ENVOI AG-REG-NV AG-RPRT.
003460     MOVE W-DATE-JOUR-CCYYMMDD TO W-AE-DATE-REMISE.
003470     MOVE W-AE-ENTETE TO AG-ENVOI-ENREG.
003480     WRITE AG-ENVOI-ENREG.
003490     MOVE SPACES TO W-LIGNE-TRAVAIL.
003500     STRING 'REMISE A L''AGENCE DE RECOUVREMENT DU '
003510         DELIMITED BY SIZE
003520         W-DATE-JOUR-CCYYMMDD DELIMITED BY SIZE
003530         INTO W-LIGNE-TRAVAIL
003540     END-STRING.
003550     MOVE W-LIGNE-TRAVAIL TO AG-RPRT-LIGNE.
003560     WRITE AG-RPRT-LIGNE.
003570     IF NOT OUV-ITEMS-OK
003580        DISPLAY 'HZAG0001 - OUV-ITEMS INDISPONIBLE - STATUT '
003590            W-OUV-ITEMS-STATUS
003600        MOVE 'O' TO W-FIN-OUV
003610        MOVE 8 TO RETURN-CODE
003620        GO TO 1000-EXIT
003630     END-IF.
003640     READ OUV-ITEMS
003650        AT END MOVE 'O' TO W-FIN-OUV.
003660 1000-EXIT.
003670     EXIT.
003680 1400-CHARGER-KONSTAB.
003690     OPEN INPUT KONSTAB.
003700     IF NOT KONSTAB-OK
003710        DISPLAY 'HZAG0001 - KONSTAB INDISPONIBLE, MINIMUM PAR '
003720            'DEFAUT - STATUT ' W-KONSTAB-STATUS
003730        GO TO 1400-EXIT
003740     END-IF.
003750     PERFORM UNTIL KONSTAB-FIN
003760        READ KONSTAB
003770           AT END SET KONSTAB-FIN TO TRUE
003780           NOT AT END
003790              IF KONSTAB-RUBRIQUE = 'AGENCE-MINIMUM'
003800                 MOVE KONSTAB-VALEUR (1:9) TO W-MINIMUM-SAISI
003810                 COMPUTE KT-AGENCE-MINIMUM =
003820                    W-MINIMUM-SAISI / 100
003830              END-IF
003840        END-READ
003850     END-PERFORM.
003860     CLOSE KONSTAB.
003870 1400-EXIT.
003880     EXIT.
003890*****************************************************************
003900*    1500-CHARGER-HISTORIQUE - SEULES LES FACTURES DONT LE DERNIER
003910*    NIVEAU DE RELANCE A ETE ENVOYE SONT RETENUES. FICHIER
003920*    ABSENT : AUCUNE REMISE POSSIBLE.
003930*****************************************************************
003940 1500-CHARGER-HISTORIQUE.
003950     OPEN INPUT RELANCE-HIST.
003960     IF NOT RELANCE-HIST-OK
003970        DISPLAY 'HZAG0001 - RELANCE-HIST INDISPONIBLE, AUCUNE '
003980            'REMISE POSSIBLE - STATUT ' W-RELANCE-HIST-STATUS
003990        MOVE 4 TO RETURN-CODE
004000        GO TO 1500-EXIT
004010     END-IF.
004020     PERFORM UNTIL FIN-HIST
004030        READ RELANCE-HIST
004040           AT END SET FIN-HIST TO TRUE
004050           NOT AT END
004060              IF RH-NIVEAU NOT < W-NIVEAU-FINAL
004070                 PERFORM 1510-EMPILER-HISTORIQUE THRU 1510-EXIT
004080              END-IF
004090        END-READ
004100     END-PERFORM.
004110     CLOSE RELANCE-HIST.
004120 1500-EXIT.
004130     EXIT.
004140 1510-EMPILER-HISTORIQUE.
004150     IF W-NB-HIST < 1000
004160        ADD 1 TO W-NB-HIST
004170        MOVE RH-NUMERO-FACTURE TO W-RH-NUMERO (W-NB-HIST)
004180     ELSE
004190        DISPLAY 'HZAG0001 - TABLE HISTORIQUE PLEINE (1000) - '
004200            'ENTREE IGNOREE : ' RH-NUMERO-FACTURE
004210        MOVE 8 TO RETURN-CODE
004220     END-IF.
004230 1510-EXIT.
004240     EXIT.
004250*****************************************************************
004260*    1600-CHARGER-LITIGES - FACTURES DU REGISTRE LIT-REG. FICHIER
004270*    ABSENT : AUCUN LITIGE CONNU, SIGNALE.
004280*****************************************************************
004290 1600-CHARGER-LITIGES.
004300     OPEN INPUT LIT-REG.
004310     IF NOT LIT-REG-OK
004320        DISPLAY 'HZAG0001 - LIT-REG INDISPONIBLE, AUCUN LITIGE '
004330            'CONNU - STATUT ' W-LIT-REG-STATUS
004340        GO TO 1600-EXIT
004350     END-IF.
004360     PERFORM UNTIL FIN-LITIGES
004370        READ LIT-REG
004380           AT END SET FIN-LITIGES TO TRUE
004390           NOT AT END PERFORM 1610-EMPILER-LITIGE THRU 1610-EXIT
004400        END-READ
004410     END-PERFORM.
004420     CLOSE LIT-REG.
004430 1600-EXIT.
004440     EXIT.
004450 1610-EMPILER-LITIGE.
004460     IF W-NB-LITIGES < 1000
004470        ADD 1 TO W-NB-LITIGES
004480        MOVE LR-NUMERO-FACTURE TO W-LI-FACTURE (W-NB-LITIGES)
004490     ELSE
004500        DISPLAY 'HZAG0001 - TABLE DES LITIGES PLEINE (1000) - '
004510            'ENTREE IGNOREE : ' LR-NUMERO-FACTURE
004520        MOVE 8 TO RETURN-CODE
004530     END-IF.
004540 1610-EXIT.
004550     EXIT.
004560*****************************************************************
004570*    1700-CHARGER-ECHEANCIER - SEULS LES ADHERENTS AYANT ENCORE
004580*    UNE ECHEANCE A ECHOIR SONT RETENUS, COMME DANS HZPP0001.
004590*****************************************************************
004600 1700-CHARGER-ECHEANCIER.
004610     OPEN INPUT ECHEANCIER.
004620     IF NOT ECHEANCIER-OK
004630        DISPLAY 'HZAG0001 - ECHEANCIER INDISPONIBLE, AUCUN '
004640            'ECHEANCIER EN COURS - STATUT ' W-ECHEANCIER-STATUS
004650        GO TO 1700-EXIT
004660     END-IF.
004670     PERFORM UNTIL FIN-ECH
004680        READ ECHEANCIER
004690           AT END SET FIN-ECH TO TRUE
004700           NOT AT END
004710              IF EC-STATUT = 'A'
004720                 PERFORM 1710-EMPILER-ECHEANCIER THRU 1710-EXIT
004730              END-IF
004740        END-READ
004750     END-PERFORM.
004760     CLOSE ECHEANCIER.
004770 1700-EXIT.
004780     EXIT.
004790 1710-EMPILER-ECHEANCIER.
004800     IF W-NB-ECH > ZERO
004810        SET W-IDX-EA TO 1
004820        SEARCH W-EA-COADHF
004830           AT END
004840              CONTINUE
004850           WHEN W-IDX-EA > W-NB-ECH
004860              CONTINUE
004870           WHEN W-EA-COADHF (W-IDX-EA) = EC-COADHF
004880              GO TO 1710-EXIT
004890        END-SEARCH
004900     END-IF.
004910     IF W-NB-ECH < 1000
004920        ADD 1 TO W-NB-ECH
004930        MOVE EC-COADHF TO W-EA-COADHF (W-NB-ECH)
004940     ELSE
004950        DISPLAY 'HZAG0001 - TABLE ECHEANCIER PLEINE (1000) - '
004960            'ENTREE IGNOREE : ' EC-COADHF
004970        MOVE 8 TO RETURN-CODE
004980     END-IF.
004990 1710-EXIT.
005000     EXIT.
005010 1800-CHARGER-ADH-REF.
005020     OPEN INPUT ADH-REF.
005030     IF NOT ADH-REF-OK
005040        DISPLAY 'HZAG0001 - ADH-REF INDISPONIBLE, AUCUNE '
005050            'ADRESSE CONNUE - STATUT ' W-ADH-REF-STATUS
005060        MOVE 8 TO RETURN-CODE
005070        GO TO 1800-EXIT
005080     END-IF.
005090     PERFORM UNTIL FIN-REF
005100        READ ADH-REF
005110           AT END SET FIN-REF TO TRUE
005120           NOT AT END PERFORM 1810-EMPILER-REF THRU 1810-EXIT
005130        END-READ
005140     END-PERFORM.
005150     CLOSE ADH-REF.
005160 1800-EXIT.
005170     EXIT.
005180 1810-EMPILER-REF.
005190     IF W-NB-REFS < 2000
005200        ADD 1 TO W-NB-REFS
005210        MOVE AF-COADHF TO W-RF-COADHF (W-NB-REFS)
005220        MOVE AF-NOM TO W-RF-NOM (W-NB-REFS)
005230        MOVE AF-ADRESSE TO W-RF-ADRESSE (W-NB-REFS)
005240        MOVE AF-CODE-POSTAL TO W-RF-CODE-POSTAL (W-NB-REFS)
005250        MOVE AF-VILLE TO W-RF-VILLE (W-NB-REFS)
005260     ELSE
005270        DISPLAY 'HZAG0001 - TABLE ADH-REF PLEINE (2000) - '
005280            'ENTREE IGNOREE : ' AF-COADHF
005290        MOVE 8 TO RETURN-CODE
005300     END-IF.
005310 1810-EXIT.
005320     EXIT.
005330*****************************************************************
005340*    1900-RECOPIER-REGISTRE - LES POSTES DEJA CONFIES SONT
005350*    RECOPIES TELS QUELS SUR AG-REG-NV ET RETENUS EN TABLE POUR
005360*    NE PAS ETRE REMIS DEUX FOIS. FICHIER ABSENT : PREMIERE
005370*    REMISE.
005380*****************************************************************
005390 1900-RECOPIER-REGISTRE.
005400     OPEN INPUT AG-REG.
005410     IF NOT AG-REG-OK
005420        DISPLAY 'HZAG0001 - AG-REG INDISPONIBLE, PREMIERE '
005430            'REMISE - STATUT ' W-AG-REG-STATUS
005440        GO TO 1900-EXIT
005450     END-IF.
005460     PERFORM UNTIL FIN-AGENCE
005470        READ AG-REG
005480           AT END SET FIN-AGENCE TO TRUE
005490           NOT AT END PERFORM 1910-EMPILER-CONFIE THRU 1910-EXIT
005500        END-READ
005510     END-PERFORM.
005520     CLOSE AG-REG.
005530 1900-EXIT.
005540     EXIT.
005550 1910-EMPILER-CONFIE.
005560     MOVE AG-REG-LIGNE TO AG-REG-NV-LIGNE.
005570     WRITE AG-REG-NV-LIGNE.
005580     IF W-NB-CONFIES < 1000
005590        ADD 1 TO W-NB-CONFIES
005600        MOVE CR-NUMERO-FACTURE TO W-CF-FACTURE (W-NB-CONFIES)
005610     ELSE
005620        DISPLAY 'HZAG0001 - TABLE DES POSTES CONFIES PLEINE '
005630            '(1000) - ENTREE IGNOREE : ' CR-NUMERO-FACTURE
005640        MOVE 8 TO RETURN-CODE
005650     END-IF.
005660 1910-EXIT.
005670     EXIT.
005680*****************************************************************
005690*    3000-TRAITER-POSTE - UN POSTE NON SOLDE EST REMIS S'IL PASSE
005700*    TOUS LES CONTROLES ; LES POSTES ECARTES POUR LITIGE,
005710*    ECHEANCIER, MINIMUM OU ADRESSE SONT COMPTES, LES DEUX
005720*    DERNIERS LISTES AU RAPPORT.
005730*****************************************************************
005740 3000-TRAITER-POSTE.
005750     IF OV-STATUT = 'S' OR OV-STATUT = 'I'
005760        GO TO 3000-SUIVANT
005770     END-IF.
005780     COMPUTE W-RESTE-DU =
005790        OV-MONTANT-TTC - OV-MONTANT-REGLE.
005800     IF W-RESTE-DU NOT GREATER ZERO
005810        GO TO 3000-SUIVANT
005820     END-IF.
005830     PERFORM 3100-CONTROLER-NIVEAU THRU 3100-EXIT.
005840     IF NOT NIVEAU-ATTEINT
005850        GO TO 3000-SUIVANT
005860     END-IF.
005870     PERFORM 3200-CONTROLER-CONFIE THRU 3200-EXIT.
005880     IF DEJA-CONFIE
005890        GO TO 3000-SUIVANT
005900     END-IF.
005910     PERFORM 3300-CONTROLER-LITIGE THRU 3300-EXIT.
005920     IF EN-LITIGE
005930        ADD 1 TO W-NB-EN-LITIGE
005940        GO TO 3000-SUIVANT
005950     END-IF.
005960     PERFORM 3400-CONTROLER-ECHEANCIER THRU 3400-EXIT.
005970     IF SOUS-ECHEANCIER
005980        ADD 1 TO W-NB-SOUS-ECHEANCIER
005990        GO TO 3000-SUIVANT
006000     END-IF.
006010     IF W-RESTE-DU < KT-AGENCE-MINIMUM
006020        ADD 1 TO W-NB-SOUS-MINIMUM
006030        GO TO 3000-SUIVANT
006040     END-IF.
006050     PERFORM 3500-CHERCHER-ADRESSE THRU 3500-EXIT.
006060     IF NOT REF-TROUVEE
006070        ADD 1 TO W-NB-SANS-ADRESSE
006080        PERFORM 5000-SIGNALER-SANS-ADRESSE THRU 5000-EXIT
006090        GO TO 3000-SUIVANT
006100     END-IF.
006110     PERFORM 4000-REMETTRE-POSTE THRU 4000-EXIT.
006120 3000-SUIVANT.
006130     READ OUV-ITEMS
006140        AT END MOVE 'O' TO W-FIN-OUV.
006150 3000-EXIT.
006160     EXIT.
006170 3100-CONTROLER-NIVEAU.
006180     MOVE 'N' TO W-NIVEAU-ATTEINT-SW.
006190     IF W-NB-HIST = ZERO
006200        GO TO 3100-EXIT
006210     END-IF.
006220     SET W-IDX-RH TO 1.
006230     SEARCH W-RH-NUMERO
006240        AT END
006250           CONTINUE
006260        WHEN W-IDX-RH > W-NB-HIST
006270           CONTINUE
006280        WHEN W-RH-NUMERO (W-IDX-RH) = OV-NUMERO-FACTURE
006290           MOVE 'O' TO W-NIVEAU-ATTEINT-SW
006300     END-SEARCH.
006310 3100-EXIT.
006320     EXIT.
006330 3200-CONTROLER-CONFIE.
006340     MOVE 'N' TO W-DEJA-CONFIE-SW.
006350     IF W-NB-CONFIES = ZERO
006360        GO TO 3200-EXIT
006370     END-IF.
006380     SET W-IDX-CF TO 1.
006390     SEARCH W-CF-FACTURE
006400        AT END
006410           CONTINUE
006420        WHEN W-IDX-CF > W-NB-CONFIES
006430           CONTINUE
006440        WHEN W-CF-FACTURE (W-IDX-CF) = OV-NUMERO-FACTURE
006450           MOVE 'O' TO W-DEJA-CONFIE-SW
006460     END-SEARCH.
006470 3200-EXIT.
006480     EXIT.
006490 3300-CONTROLER-LITIGE.
006500     MOVE 'N' TO W-EN-LITIGE-SW.
006510     IF W-NB-LITIGES = ZERO
006520        GO TO 3300-EXIT
006530     END-IF.
006540     SET W-IDX-LI TO 1.
006550     SEARCH W-LI-FACTURE
006560        AT END
006570           CONTINUE
006580        WHEN W-IDX-LI > W-NB-LITIGES
006590           CONTINUE
006600        WHEN W-LI-FACTURE (W-IDX-LI) = OV-NUMERO-FACTURE
006610           MOVE 'O' TO W-EN-LITIGE-SW
006620     END-SEARCH.
006630 3300-EXIT.
006640     EXIT.
006650 3400-CONTROLER-ECHEANCIER.
006660     MOVE 'N' TO W-ECHEANCIER-SW.
006670     IF W-NB-ECH = ZERO
006680        GO TO 3400-EXIT
006690     END-IF.
006700     SET W-IDX-EA TO 1.
006710     SEARCH W-EA-COADHF
006720        AT END
006730           CONTINUE
006740        WHEN W-IDX-EA > W-NB-ECH
006750           CONTINUE
006760        WHEN W-EA-COADHF (W-IDX-EA) = OV-COADHF
006770           MOVE 'O' TO W-ECHEANCIER-SW
006780     END-SEARCH.
006790 3400-EXIT.
006800     EXIT.
006810 3500-CHERCHER-ADRESSE.
006820     MOVE 'N' TO W-REF-TROUVEE-SW.
006830     IF W-NB-REFS = ZERO
006840        GO TO 3500-EXIT
006850     END-IF.
006860     SET W-IDX-RF TO 1.
006870     SEARCH W-RF-ENTREE
006880        AT END
006890           CONTINUE
006900        WHEN W-IDX-RF > W-NB-REFS
006910           CONTINUE
006920        WHEN W-RF-COADHF (W-IDX-RF) = OV-COADHF
006930           MOVE 'O' TO W-REF-TROUVEE-SW
006940     END-SEARCH.
006950 3500-EXIT.
006960     EXIT.
006970*****************************************************************
006980*    4000-REMETTRE-POSTE - DETAIL '02' SUR AG-ENVOI, INSCRIPTION
006990*    AU REGISTRE DES POSTES CONFIES ET LIGNE DE RAPPORT.
007000*****************************************************************
007010 4000-REMETTRE-POSTE.
007020     MOVE OV-COADHF TO W-AD-COADHF.
007030     MOVE W-RF-NOM (W-IDX-RF) TO W-AD-NOM.
007040     MOVE W-RF-ADRESSE (W-IDX-RF) TO W-AD-ADRESSE.
007050     MOVE W-RF-CODE-POSTAL (W-IDX-RF) TO W-AD-CODE-POSTAL.
007060     MOVE W-RF-VILLE (W-IDX-RF) TO W-AD-VILLE.
007070     MOVE OV-NUMERO-FACTURE TO W-AD-NUMERO-FACTURE.
007080     MOVE OV-COETBL TO W-AD-COETBL.
007090     MOVE OV-DATE-FACTURE TO W-AD-DATE-FACTURE.
007100     MOVE OV-MONTANT-TTC TO W-AD-MONTANT-TTC.
007110     MOVE OV-MONTANT-REGLE TO W-AD-MONTANT-REGLE.
007120     MOVE W-RESTE-DU TO W-AD-RESTE-DU.
007130     MOVE W-AE-DETAIL TO AG-ENVOI-ENREG.
007140     WRITE AG-ENVOI-ENREG.
007150     MOVE OV-NUMERO-FACTURE TO CR-NUMERO-FACTURE.
007160     MOVE OV-COADHF TO CR-COADHF.
007170     MOVE OV-COETBL TO CR-COETBL.
007180     MOVE W-DATE-JOUR-CCYYMMDD TO CR-DATE-REMISE.
007190     MOVE W-RESTE-DU TO CR-MONTANT-CONFIE.
007200     MOVE ZERO TO CR-MONTANT-RECOUVRE.
007210     MOVE AG-REG-LIGNE TO AG-REG-NV-LIGNE.
007220     WRITE AG-REG-NV-LIGNE.
007230     ADD 1 TO W-NB-REMIS.
007240     ADD W-RESTE-DU TO W-TOTAL-REMIS.
007250     MOVE W-RESTE-DU TO W-MT-EDIT.
007260     MOVE SPACES TO W-LIGNE-TRAVAIL.
007270     STRING 'REMIS     FACTURE ' DELIMITED BY SIZE
007280         OV-NUMERO-FACTURE DELIMITED BY SIZE
007290         ' ADHERENT ' DELIMITED BY SIZE
007300         OV-COADHF DELIMITED BY SIZE
007310         ' ETABLISSEMENT ' DELIMITED BY SIZE
007320         OV-COETBL DELIMITED BY SIZE
007330         ' RESTE DU ' DELIMITED BY SIZE
007340         W-MT-EDIT DELIMITED BY SIZE
007350         INTO W-LIGNE-TRAVAIL
007360     END-STRING.
007370     MOVE W-LIGNE-TRAVAIL TO AG-RPRT-LIGNE.
007380     WRITE AG-RPRT-LIGNE.
007390 4000-EXIT.
007400     EXIT.
007410 5000-SIGNALER-SANS-ADRESSE.
007420     MOVE W-RESTE-DU TO W-MT-EDIT.
007430     MOVE SPACES TO W-LIGNE-TRAVAIL.
007440     STRING 'ECARTE    FACTURE ' DELIMITED BY SIZE
007450         OV-NUMERO-FACTURE DELIMITED BY SIZE
007460         ' ADHERENT ' DELIMITED BY SIZE
007470         OV-COADHF DELIMITED BY SIZE
007480         ' RESTE DU ' DELIMITED BY SIZE
007490         W-MT-EDIT DELIMITED BY SIZE
007500         ' : ADHERENT ABSENT DE ADH-REF' DELIMITED BY SIZE
007510         INTO W-LIGNE-TRAVAIL
007520     END-STRING.
007530     MOVE W-LIGNE-TRAVAIL TO AG-RPRT-LIGNE.
007540     WRITE AG-RPRT-LIGNE.
007550     IF RETURN-CODE < 4
007560        MOVE 4 TO RETURN-CODE
007570     END-IF.
007580 5000-EXIT.
007590     EXIT.
007600 7000-ECRIRE-PIED.
007610     MOVE W-NB-REMIS TO W-AP-NB.
007620     MOVE W-TOTAL-REMIS TO W-AP-TOTAL.
007630     MOVE W-AE-PIED TO AG-ENVOI-ENREG.
007640     WRITE AG-ENVOI-ENREG.
007650 7000-EXIT.
007660     EXIT.
007670 8000-TERMINE.
007680     IF OUV-ITEMS-OK OR OUV-ITEMS-FIN
007690        CLOSE OUV-ITEMS
007700     END-IF.
007710     MOVE W-TOTAL-REMIS TO W-MT-EDIT.
007720     MOVE SPACES TO W-LIGNE-TRAVAIL.
007730     STRING 'TOTAL REMIS A L''AGENCE : ' DELIMITED BY SIZE
007740         W-MT-EDIT DELIMITED BY SIZE
007750         INTO W-LIGNE-TRAVAIL
007760     END-STRING.
007770     MOVE W-LIGNE-TRAVAIL TO AG-RPRT-LIGNE.
007780     WRITE AG-RPRT-LIGNE.
007790     CLOSE AG-ENVOI AG-REG-NV AG-RPRT.
007800     MOVE W-NB-REMIS TO W-NB-EDIT.
007810     DISPLAY 'HZAG0001 - POSTES REMIS A L''AGENCE : ' W-NB-EDIT.
007820     MOVE W-TOTAL-REMIS TO W-MT-EDIT.
007830     DISPLAY 'HZAG0001 - TOTAL REMIS             : ' W-MT-EDIT.
007840     MOVE W-NB-EN-LITIGE TO W-NB-EDIT.
007850     DISPLAY 'HZAG0001 - ECARTES (LITIGE)        : ' W-NB-EDIT.
007860     MOVE W-NB-SOUS-ECHEANCIER TO W-NB-EDIT.
007870     DISPLAY 'HZAG0001 - ECARTES (ECHEANCIER)    : ' W-NB-EDIT.
007880     MOVE W-NB-SOUS-MINIMUM TO W-NB-EDIT.
007890     DISPLAY 'HZAG0001 - ECARTES (SOUS MINIMUM)  : ' W-NB-EDIT.
007900     MOVE W-NB-SANS-ADRESSE TO W-NB-EDIT.
007910     DISPLAY 'HZAG0001 - ECARTES (SANS ADRESSE)  : ' W-NB-EDIT.
007920 8000-EXIT.
007930     EXIT.
