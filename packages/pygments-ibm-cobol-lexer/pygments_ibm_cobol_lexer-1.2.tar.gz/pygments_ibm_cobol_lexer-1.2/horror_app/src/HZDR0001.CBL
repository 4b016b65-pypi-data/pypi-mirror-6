000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZDR0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. LISTE HEBDOMADAIRE DES DOCUMENTS RETENUS POUR ADRESSE
000080     NPAI, DESTINEE AU SERVICE ADHERENTS : DOC-RET (ALIMENTE PAR
000090     HZRL0001, HZDU0001, HZAT0001 ET HZPO0001) EST DEPOUILLE,
000100     UNE LIGNE PAR DOCUMENT RETENU DEPUIS LA DATE DE DEBUT
000110     (DR-PARM, A DEFAUT LES SEPT JOURS QUI PRECEDENT LE
000120     PASSAGE) : DATE, PROGRAMME, TYPE, ADHERENT ET NOM,
000130     REFERENCE, NOMBRE DE LIGNES ET ETAT ACTUEL DE L'ADRESSE
000140     SUR ADH-REF ('NPAI' OU 'CORRIGEE' SI HZAD0001 A DEPUIS
000150     LEVE L'INDICATEUR : LE DOCUMENT PEUT ALORS ETRE REEDITE).
000160     TOTAUX PAR TYPE DE DOCUMENT EN FIN DE LISTE.
000170*****************************************************************
000180*    HISTORIQUE DES MODIFICATIONS
000190*    --------------------------------------------------------
000200*    DATE       AUTEUR  DESCRIPTION
000210*    --------   ------  -------------------------------------
000220*    15/10/2026 EBA     CREATION.
000222*    15/10/2026 EBA     ADH-REF : CANAL DE DIFFUSION, ADRESSE
000224*                       ELECTRONIQUE ET INDICATEUR DE REJET DE
000226*                       MESSAGERIE EN FIN DE DESSIN.
000227*    15/10/2026 EBA     ADH-REF : FREQUENCE DE FACTURATION (M
000228*                       MENSUELLE, T TRIMESTRIELLE, A ANNUELLE)
000229*                       EN FIN DE DESSIN.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT DR-PARM ASSIGN TO DRPARM
000330         ORGANIZATION SEQUENTIAL
000340         FILE STATUS W-DR-PARM-STATUS.
000350     SELECT DOC-RET ASSIGN TO DOCRET
000360         ORGANIZATION SEQUENTIAL
000370         FILE STATUS W-DOC-RET-STATUS.
000380     SELECT ADH-REF ASSIGN TO ADHREF
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-ADH-REF-STATUS.
000410     SELECT DR-LISTE ASSIGN TO DRLISTE
000420         ORGANIZATION SEQUENTIAL
000430         FILE STATUS W-DR-LISTE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460*****************************************************************
000470*    DR-PARM - DATE DE DEBUT DE LA LISTE (AAAAMMJJ), FACULTATIVE.
000480*****************************************************************
000490 FD  DR-PARM
000500     LABEL RECORD STANDARD
000510     DATA RECORD DR-PARM-LIGNE.
000520 01  DR-PARM-LIGNE.
000530     05  DP-DATE-DEBUT           PIC X(08).
000540*****************************************************************
000550*    DOC-RET - DOCUMENTS RETENUS POUR ADRESSE NPAI, MEME DESSIN
000560*    QUE DANS HZRL0001 : RANG 1 EN TETE DE DOCUMENT.
000570*****************************************************************
000580 FD  DOC-RET
000590     LABEL RECORD STANDARD
000600     DATA RECORD DOC-RET-LIGNE.
000610 01  DOC-RET-LIGNE.
000620     05  DR-DATE-RETENUE         PIC 9(08).
000630     05  DR-HEURE-RETENUE        PIC 9(08).
000640     05  DR-PROGRAMME            PIC X(08).
000650     05  DR-TYPE-DOC             PIC X(02).
000660         88  DR-TYPE-RELEVE      VALUE 'RL'.
000670         88  DR-TYPE-RELANCE     VALUE 'RE'.
000680         88  DR-TYPE-ATTESTATION VALUE 'AT'.
000690     05  DR-COADHF               PIC X(09).
000700     05  DR-REFERENCE            PIC X(10).
000710     05  DR-RANG                 PIC 9(05).
000720     05  DR-LIGNE                PIC X(132).
000730*****************************************************************
000740*    ADH-REF - REFERENTIEL ADHERENT, MEME DESSIN ETENDU QUE DANS
000750*    HZFA0001/HZAD0001.
000760*****************************************************************
000770 FD  ADH-REF
000780     LABEL RECORD STANDARD
000790     DATA RECORD ADH-REF-LIGNE.
000800 01  ADH-REF-LIGNE.
000810     05  AF-CLE                  PIC X(08).
000820     05  AF-COADHF               PIC X(09).
000830     05  AF-COTRTO               PIC X(05).
000840     05  AF-CETRTF               PIC X(05).
000850     05  AF-NOM                  PIC X(30).
000860     05  AF-ADRESSE              PIC X(30).
000870     05  AF-CODE-POSTAL          PIC X(05).
000880     05  AF-VILLE                PIC X(20).
000890     05  AF-STATUT               PIC X(01).
000900     05  AF-LANGUE               PIC X(02).
000910     05  AF-ADRESSE-NPAI         PIC X(01).
000920         88  AF-ADRESSE-INVALIDE VALUE 'O'.
000921     05  AF-CANAL-DIFFUSION      PIC X(01).
000922         88  AF-CANAL-ELECTRONIQUE VALUE 'E'.
000923     05  AF-EMAIL                PIC X(60).
000924     05  AF-EMAIL-REJETE         PIC X(01).
000925         88  AF-EMAIL-INVALIDE   VALUE 'O'.
000926     05  AF-FREQUENCE            PIC X(01).
000927         88  AF-FACTURATION-MENSUELLE VALUE 'M' SPACE.
000928         88  AF-FACTURATION-TRIMESTRIELLE VALUE 'T'.
000929         88  AF-FACTURATION-ANNUELLE VALUE 'A'.
000930 FD  DR-LISTE
000940     LABEL RECORD STANDARD
000950     DATA RECORD DR-LISTE-LIGNE.
000960 01  DR-LISTE-LIGNE              PIC X(132).
000970 WORKING-STORAGE SECTION.
000980 01  W-DR-PARM-STATUS            PIC XX.
000990     88  DR-PARM-OK              VALUE '00'.
001000 01  W-DOC-RET-STATUS            PIC XX.
001010     88  DOC-RET-OK              VALUE '00'.
001020     88  DOC-RET-FIN             VALUE '10'.
001030 01  W-ADH-REF-STATUS            PIC XX.
001040     88  ADH-REF-OK              VALUE '00'.
001050     88  ADH-REF-FIN             VALUE '10'.
001060 01  W-DR-LISTE-STATUS           PIC XX.
001070 01  W-FIN-REF                   PIC X VALUE 'N'.
001080     88  FIN-REF                 VALUE 'O'.
001090 01  W-FIN-DOCUMENTS             PIC X VALUE 'N'.
001100     88  FIN-DOCUMENTS           VALUE 'O'.
001110*****************************************************************
001120*    NOM ET ETAT D'ADRESSE PAR ADHERENT (2000 AU PLUS). UN
001130*    ADHERENT EST NPAI SI L'UNE DE SES ENTREES L'EST.
001140*****************************************************************
001150 01  W-NB-REFS                   PIC 9(04) COMP VALUE ZERO.
001160 01  W-TAB-REFS.
001170     05  W-RF-ENTREE OCCURS 2000 TIMES
001180             INDEXED BY W-IDX-RF.
001190         10  W-RF-COADHF         PIC X(09).
001200         10  W-RF-NOM            PIC X(30).
001210         10  W-RF-NPAI           PIC X(01).
001220 01  W-REF-TROUVEE-SW            PIC X VALUE 'N'.
001230     88  REF-TROUVEE             VALUE 'O'.
001240*****************************************************************
001250*    FENETRE DE LA LISTE : DATE DE DEBUT (DR-PARM OU JOUR - 7).
001260*****************************************************************
001270 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
001280 01  W-DATE-DEBUT                PIC 9(08) VALUE ZERO.
001290 01  W-QUANTIEME-DEBUT           PIC 9(07) COMP VALUE ZERO.
001300*****************************************************************
001310*    DOCUMENT EN COURS DE DEPOUILLEMENT (ENTETE DE RANG 1).
001320*****************************************************************
001330 01  W-DOC-EN-COURS-SW           PIC X VALUE 'N'.
001340     88  DOC-EN-COURS            VALUE 'O'.
001350 01  W-DOC-DATE                  PIC 9(08) VALUE ZERO.
001360 01  W-DOC-PROGRAMME             PIC X(08) VALUE SPACES.
001370 01  W-DOC-TYPE                  PIC X(02) VALUE SPACES.
001380 01  W-DOC-COADHF                PIC X(09) VALUE SPACES.
001390 01  W-DOC-REFERENCE             PIC X(10) VALUE SPACES.
001400 01  W-DOC-NB-LIGNES             PIC 9(05) COMP VALUE ZERO.
001410 01  W-NOM-COURANT               PIC X(30) VALUE SPACES.
001420 01  W-ETAT-ADRESSE              PIC X(08) VALUE SPACES.
001430 01  W-NB-LUS                    PIC 9(07) COMP VALUE ZERO.
001440 01  W-NB-DOCUMENTS              PIC 9(05) COMP VALUE ZERO.
001450 01  W-NB-RELEVES                PIC 9(05) COMP VALUE ZERO.
001460 01  W-NB-RELANCES               PIC 9(05) COMP VALUE ZERO.
001470 01  W-NB-ATTESTATIONS           PIC 9(05) COMP VALUE ZERO.
001480 01  W-NB-CORRIGEES              PIC 9(05) COMP VALUE ZERO.
001490 01  W-NB-EDIT                   PIC Z(04)9.
001500 01  W-NB-EDIT-2                 PIC Z(04)9.
001510 01  W-LIGNE-TRAVAIL             PIC X(132).
001520 PROCEDURE DIVISION.
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001550     PERFORM 1500-CHARGER-ADH-REF THRU 1500-EXIT.
001560     PERFORM 2000-LIRE-DOCUMENT THRU 2000-EXIT
001570        UNTIL FIN-DOCUMENTS.
001580     IF DOC-EN-COURS
001590        PERFORM 3000-EDITER-DOCUMENT THRU 3000-EXIT
001600     END-IF.
001610     PERFORM 7000-EDITER-TOTAUX THRU 7000-EXIT.
001620     PERFORM 8000-TERMINE THRU 8000-EXIT.
001630     GOBACK.
001640*****************************************************************
001650*    1000-INITIALISE - DATE DE DEBUT PRISE SUR DR-PARM SI ELLE
001660*    EST NUMERIQUE, SINON SEPT JOURS AVANT LE PASSAGE.
001670*****************************************************************
001680 1000-INITIALISE.
001690     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
001700     COMPUTE W-QUANTIEME-DEBUT =
001710        FUNCTION INTEGER-OF-DATE (W-DATE-JOUR-CCYYMMDD) - 7.
001720     COMPUTE W-DATE-DEBUT =
001730        FUNCTION DATE-OF-INTEGER (W-QUANTIEME-DEBUT).
001740     OPEN INPUT DR-PARM.
001750     IF DR-PARM-OK
001760        READ DR-PARM
001770           AT END CONTINUE
001780           NOT AT END
001790              IF DP-DATE-DEBUT NUMERIC
001800                 MOVE DP-DATE-DEBUT TO W-DATE-DEBUT
001810              END-IF
001820        END-READ
001830        CLOSE DR-PARM
001840     END-IF.
001850     OPEN INPUT DOC-RET.
001860     OPEN OUTPUT DR-LISTE.
001870     MOVE SPACES TO W-LIGNE-TRAVAIL.
001880     STRING 'DOCUMENTS RETENUS POUR ADRESSE NPAI DEPUIS LE '
001890         DELIMITED BY SIZE
001900         W-DATE-DEBUT DELIMITED BY SIZE
001910         ' - LISTE DU ' DELIMITED BY SIZE
001920         W-DATE-JOUR-CCYYMMDD DELIMITED BY SIZE
001930         INTO W-LIGNE-TRAVAIL
001940     END-STRING.
001950     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
001960     MOVE SPACES TO W-LIGNE-TRAVAIL.
001970     STRING 'DATE     PROGRAMM TY ADHERENT  NOM'
001980         DELIMITED BY SIZE
001990         '                            REFERENCE  LIGNES ADRESSE'
002000         DELIMITED BY SIZE
002010         INTO W-LIGNE-TRAVAIL
002020     END-STRING.
002030     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
002040     IF NOT DOC-RET-OK
002050        DISPLAY 'HZDR0001 - DOC-RET INDISPONIBLE, AUCUN DOCUMENT'
002060            ' RETENU - STATUT ' W-DOC-RET-STATUS
002070        MOVE 'O' TO W-FIN-DOCUMENTS
002080     END-IF.
002090 1000-EXIT.
002100     EXIT.
002110 1500-CHARGER-ADH-REF.
002120     OPEN INPUT ADH-REF.
002130     IF NOT ADH-REF-OK
002140        DISPLAY 'HZDR0001 - ADH-REF INDISPONIBLE, NOMS ET ETATS '
002150            'INCONNUS - STATUT ' W-ADH-REF-STATUS
002160        MOVE 4 TO RETURN-CODE
002170        GO TO 1500-EXIT
002180     END-IF.
002190     PERFORM UNTIL FIN-REF
002200        READ ADH-REF
002210           AT END SET FIN-REF TO TRUE
002220           NOT AT END PERFORM 1510-EMPILER-REF THRU 1510-EXIT
002230        END-READ
002240     END-PERFORM.
002250     CLOSE ADH-REF.
002260 1500-EXIT.
002270     EXIT.
002280 1510-EMPILER-REF.
002290     MOVE 'N' TO W-REF-TROUVEE-SW.
002300     IF W-NB-REFS > ZERO
002310        SET W-IDX-RF TO 1
002320        SEARCH W-RF-ENTREE
002330           AT END
002340              CONTINUE
002350           WHEN W-IDX-RF > W-NB-REFS
002360              CONTINUE
002370           WHEN W-RF-COADHF (W-IDX-RF) = AF-COADHF
002380              MOVE 'O' TO W-REF-TROUVEE-SW
002390        END-SEARCH
002400     END-IF.
002410     IF REF-TROUVEE
002420        IF AF-ADRESSE-INVALIDE
002430           MOVE 'O' TO W-RF-NPAI (W-IDX-RF)
002440        END-IF
002450        GO TO 1510-EXIT
002460     END-IF.
002470     IF W-NB-REFS < 2000
002480        ADD 1 TO W-NB-REFS
002490        MOVE AF-COADHF TO W-RF-COADHF (W-NB-REFS)
002500        MOVE AF-NOM TO W-RF-NOM (W-NB-REFS)
002510        MOVE AF-ADRESSE-NPAI TO W-RF-NPAI (W-NB-REFS)
002520     END-IF.
002530 1510-EXIT.
002540     EXIT.
002550*****************************************************************
002560*    2000-LIRE-DOCUMENT - UNE LIGNE DE DOC-RET. LE RANG 1 CLOT
002570*    LE DOCUMENT PRECEDENT ET OUVRE LE SUIVANT ; LES LIGNES
002580*    SUIVANTES SONT COMPTEES. LES DOCUMENTS RETENUS AVANT LA
002590*    DATE DE DEBUT SONT IGNORES.
002600*****************************************************************
002610 2000-LIRE-DOCUMENT.
002620     READ DOC-RET
002630        AT END
002640           MOVE 'O' TO W-FIN-DOCUMENTS
002650           GO TO 2000-EXIT
002660     END-READ.
002670     ADD 1 TO W-NB-LUS.
002680     IF DR-RANG NOT = 1
002690        IF DOC-EN-COURS
002700           ADD 1 TO W-DOC-NB-LIGNES
002710        END-IF
002720        GO TO 2000-EXIT
002730     END-IF.
002740     IF DOC-EN-COURS
002750        PERFORM 3000-EDITER-DOCUMENT THRU 3000-EXIT
002760     END-IF.
002770     MOVE 'N' TO W-DOC-EN-COURS-SW.
002780     IF DR-DATE-RETENUE < W-DATE-DEBUT
002790        GO TO 2000-EXIT
002800     END-IF.
002810     MOVE 'O' TO W-DOC-EN-COURS-SW.
002820     MOVE DR-DATE-RETENUE TO W-DOC-DATE.
002830     MOVE DR-PROGRAMME TO W-DOC-PROGRAMME.
002840     MOVE DR-TYPE-DOC TO W-DOC-TYPE.
002850     MOVE DR-COADHF TO W-DOC-COADHF.
002860     MOVE DR-REFERENCE TO W-DOC-REFERENCE.
002870     MOVE 1 TO W-DOC-NB-LIGNES.
002880 2000-EXIT.
002890     EXIT.
002900*****************************************************************
002910*    3000-EDITER-DOCUMENT - LIGNE DE LISTE DU DOCUMENT CLOS ET
002920*    CUMUL PAR TYPE.
002930*****************************************************************
002940 3000-EDITER-DOCUMENT.
002950     ADD 1 TO W-NB-DOCUMENTS.
002960     EVALUATE W-DOC-TYPE
002970        WHEN 'RL'
002980           ADD 1 TO W-NB-RELEVES
002990        WHEN 'RE'
003000           ADD 1 TO W-NB-RELANCES
003010        WHEN 'AT'
003020           ADD 1 TO W-NB-ATTESTATIONS
003030        WHEN OTHER
003040           CONTINUE
003050     END-EVALUATE.
003060     MOVE SPACES TO W-NOM-COURANT.
003070     MOVE 'INCONNUE' TO W-ETAT-ADRESSE.
003080     IF W-NB-REFS > ZERO
003090        SET W-IDX-RF TO 1
003100        SEARCH W-RF-ENTREE
003110           AT END
003120              CONTINUE
003130           WHEN W-IDX-RF > W-NB-REFS
003140              CONTINUE
003150           WHEN W-RF-COADHF (W-IDX-RF) = W-DOC-COADHF
003160              MOVE W-RF-NOM (W-IDX-RF) TO W-NOM-COURANT
003170              IF W-RF-NPAI (W-IDX-RF) = 'O'
003180                 MOVE 'NPAI' TO W-ETAT-ADRESSE
003190              ELSE
003200                 MOVE 'CORRIGEE' TO W-ETAT-ADRESSE
003210                 ADD 1 TO W-NB-CORRIGEES
003220              END-IF
003230        END-SEARCH
003240     END-IF.
003250     MOVE W-DOC-NB-LIGNES TO W-NB-EDIT.
003260     MOVE SPACES TO W-LIGNE-TRAVAIL.
003270     STRING W-DOC-DATE DELIMITED BY SIZE
003280         ' ' DELIMITED BY SIZE
003290         W-DOC-PROGRAMME DELIMITED BY SIZE
003300         ' ' DELIMITED BY SIZE
003310         W-DOC-TYPE DELIMITED BY SIZE
003320         ' ' DELIMITED BY SIZE
003330         W-DOC-COADHF DELIMITED BY SIZE
003340         ' ' DELIMITED BY SIZE
003350         W-NOM-COURANT DELIMITED BY SIZE
003360         ' ' DELIMITED BY SIZE
003370         W-DOC-REFERENCE DELIMITED BY SIZE
003380         ' ' DELIMITED BY SIZE
003390         W-NB-EDIT DELIMITED BY SIZE
003400         ' ' DELIMITED BY SIZE
003410         W-ETAT-ADRESSE DELIMITED BY SIZE
003420         INTO W-LIGNE-TRAVAIL
003430     END-STRING.
003440     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
003450     MOVE 'N' TO W-DOC-EN-COURS-SW.
003460 3000-EXIT.
003470     EXIT.
003480 7000-EDITER-TOTAUX.
003490     MOVE SPACES TO W-LIGNE-TRAVAIL.
003500     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
003510     MOVE W-NB-RELEVES TO W-NB-EDIT.
003520     MOVE W-NB-RELANCES TO W-NB-EDIT-2.
003530     MOVE SPACES TO W-LIGNE-TRAVAIL.
003540     STRING 'RELEVES RETENUS : ' DELIMITED BY SIZE
003550         W-NB-EDIT DELIMITED BY SIZE
003560         '   RELANCES RETENUES : ' DELIMITED BY SIZE
003570         W-NB-EDIT-2 DELIMITED BY SIZE
003580         INTO W-LIGNE-TRAVAIL
003590     END-STRING.
003600     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
003610     MOVE W-NB-ATTESTATIONS TO W-NB-EDIT.
003620     MOVE W-NB-CORRIGEES TO W-NB-EDIT-2.
003630     MOVE SPACES TO W-LIGNE-TRAVAIL.
003640     STRING 'ATTESTATIONS RETENUES : ' DELIMITED BY SIZE
003650         W-NB-EDIT DELIMITED BY SIZE
003660         '   ADRESSES CORRIGEES DEPUIS : ' DELIMITED BY SIZE
003670         W-NB-EDIT-2 DELIMITED BY SIZE
003680         INTO W-LIGNE-TRAVAIL
003690     END-STRING.
003700     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
003710 7000-EXIT.
003720     EXIT.
003730 7900-ECRIRE-LIGNE.
003740     MOVE W-LIGNE-TRAVAIL TO DR-LISTE-LIGNE.
003750     WRITE DR-LISTE-LIGNE.
003760 7900-EXIT.
003770     EXIT.
003780 8000-TERMINE.
003790     IF DOC-RET-OK OR DOC-RET-FIN
003800        CLOSE DOC-RET
003810     END-IF.
003820     CLOSE DR-LISTE.
003830     MOVE W-NB-DOCUMENTS TO W-NB-EDIT.
003840     DISPLAY 'HZDR0001 - DOCUMENTS LISTES : ' W-NB-EDIT.
003850 8000-EXIT.
003860     EXIT.
