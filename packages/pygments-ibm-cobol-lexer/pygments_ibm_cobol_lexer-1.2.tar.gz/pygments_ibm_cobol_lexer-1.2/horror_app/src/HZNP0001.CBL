000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZNP0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. PRISE EN CHARGE DES PLIS REVENUS NPAI (N'HABITE PAS A
000080     L'ADRESSE INDIQUEE) : CHAQUE RETOUR DE NPAI-RET (COADHF
000090     VALIDE PAR HZCD0001, TYPE DE DOCUMENT REVENU 'RL' RELEVE,
000100     'RE' RELANCE OU 'AT' ATTESTATION) POSE L'INDICATEUR
000110     D'ADRESSE INVALIDE SUR TOUTES LES ENTREES DE L'ADHERENT
000120     DANS LE MAITRE INDEXE ADH-MAST (CHEMIN ALTERNATIF COADHF,
000130     ENTREES REECRITES SUR PLACE).
000140     HZRL0001, HZDU0001, HZAT0001 ET HZPO0001 RETIENNENT
000150     ENSUITE LES DOCUMENTS DE CES ADHERENTS SUR DOC-RET AU LIEU
000160     DE LES IMPRIMER ; L'INDICATEUR EST LEVE PAR HZAD0001 A LA
000170     PROCHAINE MODIFICATION D'ADRESSE DU FLUX AMONT. LE RAPPORT
000180     NP-RPRT DONNE LES RETOURS APPLIQUES, DEJA CONNUS ET
000190     REJETES. LES REJETS DE LA PASSERELLE DE MESSAGERIE
000200     (EDOC-REJ, DOCUMENTS ELECTRONIQUES NON DISTRIBUES) POSENT DE
000210     MEME L'INDICATEUR DE REJET DE MESSAGERIE : LES DOCUMENTS DE
000220     L'ADHERENT REPARTENT SUR PAPIER AU PASSAGE SUIVANT, JUSQU'A
000230     CE QUE HZAD0001 RECOIVE UN NOUVEAU CANAL OU UNE NOUVELLE
000240     ADRESSE ELECTRONIQUE.
000250*****************************************************************
000260*    HISTORIQUE DES MODIFICATIONS
000270*    --------------------------------------------------------
000280*    DATE       AUTEUR  DESCRIPTION
000290*    --------   ------  -------------------------------------
000300*    15/10/2026 EBA     CREATION.
000310*    15/10/2026 EBA     REJETS DE MESSAGERIE (EDOC-REJ DE LA
000320*                       PASSERELLE) : INDICATEUR DE REJET POSE
000330*                       SUR LES ENTREES ADH-REF DE L'ADHERENT,
000340*                       REPLI SUR LE PAPIER AU PASSAGE SUIVANT.
000350*                       FICHIER ABSENT : AUCUN REJET APPLIQUE.
000360*    15/10/2026 EBA     ADH-REF : FREQUENCE DE FACTURATION (M
000370*                       MENSUELLE, T TRIMESTRIELLE, A ANNUELLE)
000380*                       EN FIN DE DESSIN.
000390*    15/10/2026 EBA     INDICATEURS POSES PAR CLE DANS LE MAITRE
000400*                       INDEXE ADH-MAST (ADHMSTC) : PLUS DE TABLE
000410*                       DE 2000 ENTREES NI DE RECOPIE SUR
000420*                       ADH-REF-NOUVEAU.
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 SPECIAL-NAMES.
000490     DECIMAL-POINT IS COMMA.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT NPAI-RET ASSIGN TO NPAIRET
000530         ORGANIZATION SEQUENTIAL
000540         FILE STATUS W-NPAI-RET-STATUS.
000550     SELECT ADH-MAST ASSIGN TO ADHMAST
000560         ORGANIZATION INDEXED
000570         ACCESS MODE DYNAMIC
000580         RECORD KEY AF-CLE
000590         ALTERNATE RECORD KEY AF-COADHF WITH DUPLICATES
000600         FILE STATUS W-ADH-MAST-STATUS.
000610     SELECT NP-RPRT ASSIGN TO NPRPRT
000620         ORGANIZATION SEQUENTIAL
000630         FILE STATUS W-NP-RPRT-STATUS.
000640     SELECT EDOC-REJ ASSIGN TO EDOCREJ
000650         ORGANIZATION SEQUENTIAL
000660         FILE STATUS W-EDOC-REJ-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690*****************************************************************
000700*    NPAI-RET - PLIS REVENUS SAISIS PAR LE SERVICE COURRIER : UN
000710*    RETOUR PAR DOCUMENT, AVEC LA DATE DE RETOUR DU PLI.
000720*****************************************************************
000730 FD  NPAI-RET
000740     LABEL RECORD STANDARD
000750     DATA RECORD NPAI-RET-LIGNE.
000760 01  NPAI-RET-LIGNE.
000770     05  NR-COADHF               PIC X(09).
000780     05  NR-TYPE-DOC             PIC X(02).
000790         88  NR-TYPE-RELEVE      VALUE 'RL'.
000800         88  NR-TYPE-RELANCE     VALUE 'RE'.
000810         88  NR-TYPE-ATTESTATION VALUE 'AT'.
000820     05  NR-DATE-RETOUR          PIC 9(08).
000830*****************************************************************
000840*    EDOC-REJ - REJETS DE LA PASSERELLE DE MESSAGERIE : UN
000850*    ENREGISTREMENT PAR DOCUMENT ELECTRONIQUE NON DISTRIBUE
000860*    (CLES DE L'INDEX DOC-ELEC, DATE ET DIAGNOSTIC DU REJET).
000870*****************************************************************
000880 FD  EDOC-REJ
000890     LABEL RECORD STANDARD
000900     DATA RECORD EDOC-REJ-LIGNE.
000910 01  EDOC-REJ-LIGNE.
000920     05  ER-COADHF               PIC X(09).
000930     05  ER-TYPE-DOC             PIC X(02).
000940         88  ER-TYPE-RELEVE      VALUE 'RL'.
000950         88  ER-TYPE-RELANCE     VALUE 'RE'.
000960         88  ER-TYPE-ATTESTATION VALUE 'AT'.
000970         88  ER-TYPE-FACTURE     VALUE 'FC'.
000980         88  ER-TYPE-AVOIR       VALUE 'AV'.
000990     05  ER-PERIODE              PIC X(10).
001000     05  ER-DATE-REJET           PIC 9(08).
001010     05  ER-DIAGNOSTIC           PIC X(40).
001020*****************************************************************
001030*    ADH-MAST - MAITRE ADHERENT, MIS A JOUR PAR LE CHEMIN
001040*    ALTERNATIF COADHF.
001050*****************************************************************
001060 FD  ADH-MAST
001070     LABEL RECORD STANDARD
001080     DATA RECORD ADH-MAST-ENREG.
001090 COPY ADHMSTC.
001100 FD  NP-RPRT
001110     LABEL RECORD STANDARD
001120     DATA RECORD NP-RPRT-LIGNE.
001130 01  NP-RPRT-LIGNE               PIC X(132).
001140 WORKING-STORAGE SECTION.
001150 01  W-NPAI-RET-STATUS           PIC XX.
001160     88  NPAI-RET-OK             VALUE '00'.
001170     88  NPAI-RET-FIN            VALUE '10'.
001180 01  W-ADH-MAST-STATUS           PIC XX.
001190     88  ADH-MAST-OK             VALUE '00'.
001200 01  W-ADH-MAST-OUVERT           PIC X VALUE 'N'.
001210     88  ADH-MAST-OUVERT         VALUE 'O'.
001220 01  W-NP-RPRT-STATUS            PIC XX.
001230 01  W-EDOC-REJ-STATUS           PIC XX.
001240     88  EDOC-REJ-OK             VALUE '00'.
001250     88  EDOC-REJ-FIN            VALUE '10'.
001260 01  W-FIN-ENTREES-ADH           PIC X VALUE 'N'.
001270     88  FIN-ENTREES-ADH         VALUE 'O'.
001280 01  W-FIN-RETOURS               PIC X VALUE 'N'.
001290     88  FIN-RETOURS             VALUE 'O'.
001300 01  W-FIN-REJETS                PIC X VALUE 'N'.
001310     88  FIN-REJETS              VALUE 'O'.
001320*****************************************************************
001330*    ZONE D'ECHANGE AVEC HZCD0001, MEME DECOUPE QUE DANS HORROR.
001340*****************************************************************
001350 01  W-CD-PARMS.
001360     05  W-CD-COADHF             PIC X(09).
001370     05  W-CD-RESULTAT           PIC X(01).
001380         88  COADHF-VALIDE       VALUE 'O'.
001390 01  W-CD-PROGRAMME              PIC X(08) VALUE 'HZCD0001'.
001400 01  W-MOTIF-REJET               PIC X(40) VALUE SPACES.
001410 01  W-NB-ENTREES-ADH            PIC 9(04) COMP VALUE ZERO.
001420 01  W-NB-ENTREES-POSEES         PIC 9(04) COMP VALUE ZERO.
001430 01  W-NB-LUS                    PIC 9(05) COMP VALUE ZERO.
001440 01  W-NB-APPLIQUES              PIC 9(05) COMP VALUE ZERO.
001450 01  W-NB-DEJA-NPAI              PIC 9(05) COMP VALUE ZERO.
001460 01  W-NB-REJETES                PIC 9(05) COMP VALUE ZERO.
001470 01  W-NB-MAIL-LUS               PIC 9(05) COMP VALUE ZERO.
001480 01  W-NB-MAIL-APPLIQUES         PIC 9(05) COMP VALUE ZERO.
001490 01  W-NB-MAIL-DEJA              PIC 9(05) COMP VALUE ZERO.
001500 01  W-NB-MAIL-REJETES           PIC 9(05) COMP VALUE ZERO.
001510 01  W-NB-EDIT                   PIC Z(04)9.
001520 01  W-LIGNE-TRAVAIL             PIC X(132).
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001560     PERFORM 1100-OUVRIR-REJETS THRU 1100-EXIT.
001570     PERFORM 1500-OUVRIR-REFERENTIEL THRU 1500-EXIT.
001580     PERFORM 3000-TRAITER-RETOUR THRU 3000-EXIT
001590        UNTIL FIN-RETOURS.
001600     PERFORM 4000-TRAITER-REJET-MAIL THRU 4000-EXIT
001610        UNTIL FIN-REJETS.
001620     PERFORM 8000-TERMINE THRU 8000-EXIT.
001630     GOBACK.
001640 1000-INITIALISE.
001650     OPEN INPUT NPAI-RET.
001660     OPEN OUTPUT NP-RPRT.
001670     MOVE 'RETOURS NPAI - POSE DE L''INDICATEUR D''ADRESSE'
001680        TO W-LIGNE-TRAVAIL.
001690     MOVE W-LIGNE-TRAVAIL TO NP-RPRT-LIGNE.
001700     WRITE NP-RPRT-LIGNE.
001710     IF NOT NPAI-RET-OK
001720        DISPLAY 'HZNP0001 - NPAI-RET INDISPONIBLE, AUCUN PLI'
001730            ' NPAI APPLIQUE - STATUT '
001740            W-NPAI-RET-STATUS
001750        MOVE 'O' TO W-FIN-RETOURS
001760        GO TO 1000-EXIT
001770     END-IF.
001780     READ NPAI-RET
001790        AT END MOVE 'O' TO W-FIN-RETOURS.
001800 1000-EXIT.
001810     EXIT.
001820*****************************************************************
001830*    1100-OUVRIR-REJETS - REJETS DE MESSAGERIE FACULTATIFS :
001840*    FICHIER ABSENT, LE PASSAGE SE LIMITE AUX PLIS NPAI.
001850*****************************************************************
001860 1100-OUVRIR-REJETS.
001870     OPEN INPUT EDOC-REJ.
001880     IF NOT EDOC-REJ-OK
001890        DISPLAY 'HZNP0001 - EDOC-REJ INDISPONIBLE, AUCUN '
001900            'REJET DE MESSAGERIE - STATUT ' W-EDOC-REJ-STATUS
001910        MOVE 'O' TO W-FIN-REJETS
001920        GO TO 1100-EXIT
001930     END-IF.
001940     READ EDOC-REJ
001950        AT END MOVE 'O' TO W-FIN-REJETS.
001960 1100-EXIT.
001970     EXIT.
001980 1500-OUVRIR-REFERENTIEL.
001990     OPEN I-O ADH-MAST.
002000     IF NOT ADH-MAST-OK
002010        DISPLAY 'HZNP0001 - ADH-MAST INDISPONIBLE, AUCUN RETOUR '
002020            'APPLICABLE - STATUT ' W-ADH-MAST-STATUS
002030        MOVE 8 TO RETURN-CODE
002040        MOVE 'O' TO W-FIN-RETOURS
002050        MOVE 'O' TO W-FIN-REJETS
002060        GO TO 1500-EXIT
002070     END-IF.
002080     MOVE 'O' TO W-ADH-MAST-OUVERT.
002090 1500-EXIT.
002100     EXIT.
002110*****************************************************************
002120*    3000-TRAITER-RETOUR - UN PLI REVENU : CONTROLE DU NUMERO ET
002130*    DU TYPE DE DOCUMENT, PUIS POSE DE L'INDICATEUR SUR TOUTES
002140*    LES ENTREES DE L'ADHERENT. UN ADHERENT DEJA NPAI SUR TOUTES
002150*    SES ENTREES EST COMPTE A PART (PLI D'UN ENVOI ANTERIEUR).
002160*****************************************************************
002170 3000-TRAITER-RETOUR.
002180     ADD 1 TO W-NB-LUS.
002190     MOVE SPACES TO W-MOTIF-REJET.
002200     MOVE NR-COADHF TO W-CD-COADHF.
002210     CALL W-CD-PROGRAMME USING W-CD-PARMS.
002220     IF NOT COADHF-VALIDE
002230        MOVE 'CLE DE CONTROLE COADHF FAUSSE' TO W-MOTIF-REJET
002240        PERFORM 3500-REJETER-RETOUR THRU 3500-EXIT
002250        GO TO 3000-SUIVANT
002260     END-IF.
002270     IF NOT NR-TYPE-RELEVE AND NOT NR-TYPE-RELANCE
002280        AND NOT NR-TYPE-ATTESTATION
002290        MOVE 'TYPE DE DOCUMENT INCONNU (RL/RE/AT)'
002300           TO W-MOTIF-REJET
002310        PERFORM 3500-REJETER-RETOUR THRU 3500-EXIT
002320        GO TO 3000-SUIVANT
002330     END-IF.
002340     MOVE ZERO TO W-NB-ENTREES-ADH.
002350     MOVE ZERO TO W-NB-ENTREES-POSEES.
002360     PERFORM 3100-POSER-INDICATEUR THRU 3100-EXIT.
002370     IF W-NB-ENTREES-ADH = ZERO
002380        MOVE 'ADHERENT ABSENT DU REFERENTIEL' TO W-MOTIF-REJET
002390        PERFORM 3500-REJETER-RETOUR THRU 3500-EXIT
002400        GO TO 3000-SUIVANT
002410     END-IF.
002420     MOVE SPACES TO W-LIGNE-TRAVAIL.
002430     IF W-NB-ENTREES-POSEES = ZERO
002440        ADD 1 TO W-NB-DEJA-NPAI
002450        STRING NR-COADHF DELIMITED BY SIZE
002460            ' ' DELIMITED BY SIZE
002470            NR-TYPE-DOC DELIMITED BY SIZE
002480            ' RETOUR DU ' DELIMITED BY SIZE
002490            NR-DATE-RETOUR DELIMITED BY SIZE
002500            ' DEJA NPAI' DELIMITED BY SIZE
002510            INTO W-LIGNE-TRAVAIL
002520        END-STRING
002530     ELSE
002540        ADD 1 TO W-NB-APPLIQUES
002550        MOVE W-NB-ENTREES-POSEES TO W-NB-EDIT
002560        STRING NR-COADHF DELIMITED BY SIZE
002570            ' ' DELIMITED BY SIZE
002580            NR-TYPE-DOC DELIMITED BY SIZE
002590            ' RETOUR DU ' DELIMITED BY SIZE
002600            NR-DATE-RETOUR DELIMITED BY SIZE
002610            ' NPAI POSE SUR ' DELIMITED BY SIZE
002620            W-NB-EDIT DELIMITED BY SIZE
002630            ' ENTREE(S)' DELIMITED BY SIZE
002640            INTO W-LIGNE-TRAVAIL
002650        END-STRING
002660     END-IF.
002670     MOVE W-LIGNE-TRAVAIL TO NP-RPRT-LIGNE.
002680     WRITE NP-RPRT-LIGNE.
002690 3000-SUIVANT.
002700     READ NPAI-RET
002710        AT END MOVE 'O' TO W-FIN-RETOURS.
002720 3000-EXIT.
002730     EXIT.
002740*****************************************************************
002750*    3100-POSER-INDICATEUR - PARCOURS DES ENTREES ADH-MAST DE
002760*    L'ADHERENT PAR LE CHEMIN ALTERNATIF COADHF.
002770*****************************************************************
002780 3100-POSER-INDICATEUR.
002790     MOVE 'N' TO W-FIN-ENTREES-ADH.
002800     MOVE NR-COADHF TO AF-COADHF.
002810     START ADH-MAST KEY IS EQUAL TO AF-COADHF
002820        INVALID KEY MOVE 'O' TO W-FIN-ENTREES-ADH.
002830     PERFORM 3110-POSER-ENTREE THRU 3110-EXIT
002840        UNTIL FIN-ENTREES-ADH.
002850 3100-EXIT.
002860     EXIT.
002870 3110-POSER-ENTREE.
002880     READ ADH-MAST NEXT RECORD
002890        AT END
002900           MOVE 'O' TO W-FIN-ENTREES-ADH
002910           GO TO 3110-EXIT
002920     END-READ.
002930     IF AF-COADHF NOT = NR-COADHF
002940        MOVE 'O' TO W-FIN-ENTREES-ADH
002950        GO TO 3110-EXIT
002960     END-IF.
002970     ADD 1 TO W-NB-ENTREES-ADH.
002980     IF NOT AF-ADRESSE-INVALIDE
002990        MOVE 'O' TO AF-ADRESSE-NPAI
003000        REWRITE ADH-MAST-ENREG
003010        ADD 1 TO W-NB-ENTREES-POSEES
003020     END-IF.
003030 3110-EXIT.
003040     EXIT.
003050 3500-REJETER-RETOUR.
003060     ADD 1 TO W-NB-REJETES.
003070     MOVE SPACES TO W-LIGNE-TRAVAIL.
003080     STRING NR-COADHF DELIMITED BY SIZE
003090         ' ' DELIMITED BY SIZE
003100         NR-TYPE-DOC DELIMITED BY SIZE
003110         ' REJETE  ' DELIMITED BY SIZE
003120         W-MOTIF-REJET DELIMITED BY SIZE
003130         INTO W-LIGNE-TRAVAIL
003140     END-STRING.
003150     MOVE W-LIGNE-TRAVAIL TO NP-RPRT-LIGNE.
003160     WRITE NP-RPRT-LIGNE.
003170     IF RETURN-CODE < 4
003180        MOVE 4 TO RETURN-CODE
003190     END-IF.
003200 3500-EXIT.
003210     EXIT.
003220*****************************************************************
003230*    4000-TRAITER-REJET-MAIL - UN DOCUMENT ELECTRONIQUE NON
003240*    DISTRIBUE : MEMES CONTROLES QUE POUR UN PLI NPAI, PUIS POSE
003250*    DE L'INDICATEUR DE REJET SUR TOUTES LES ENTREES DE
003260*    L'ADHERENT (SES DOCUMENTS REPARTENT SUR PAPIER).
003270*****************************************************************
003280 4000-TRAITER-REJET-MAIL.
003290     IF W-NB-MAIL-LUS = ZERO
003300        MOVE 'REJETS DE MESSAGERIE - REPLI SUR LE PAPIER'
003310           TO W-LIGNE-TRAVAIL
003320        MOVE W-LIGNE-TRAVAIL TO NP-RPRT-LIGNE
003330        WRITE NP-RPRT-LIGNE
003340     END-IF.
003350     ADD 1 TO W-NB-MAIL-LUS.
003360     MOVE SPACES TO W-MOTIF-REJET.
003370     MOVE ER-COADHF TO W-CD-COADHF.
003380     CALL W-CD-PROGRAMME USING W-CD-PARMS.
003390     IF NOT COADHF-VALIDE
003400        MOVE 'CLE DE CONTROLE COADHF FAUSSE' TO W-MOTIF-REJET
003410        PERFORM 4500-REJETER-MAIL THRU 4500-EXIT
003420        GO TO 4000-SUIVANT
003430     END-IF.
003440     IF NOT ER-TYPE-RELEVE AND NOT ER-TYPE-RELANCE
003450        AND NOT ER-TYPE-ATTESTATION AND NOT ER-TYPE-FACTURE
003460        AND NOT ER-TYPE-AVOIR
003470        MOVE 'TYPE DE DOCUMENT INCONNU (RL/RE/AT/FC/AV)'
003480           TO W-MOTIF-REJET
003490        PERFORM 4500-REJETER-MAIL THRU 4500-EXIT
003500        GO TO 4000-SUIVANT
003510     END-IF.
003520     MOVE ZERO TO W-NB-ENTREES-ADH.
003530     MOVE ZERO TO W-NB-ENTREES-POSEES.
003540     PERFORM 4100-POSER-REJET THRU 4100-EXIT.
003550     IF W-NB-ENTREES-ADH = ZERO
003560        MOVE 'ADHERENT ABSENT DU REFERENTIEL' TO W-MOTIF-REJET
003570        PERFORM 4500-REJETER-MAIL THRU 4500-EXIT
003580        GO TO 4000-SUIVANT
003590     END-IF.
003600     MOVE SPACES TO W-LIGNE-TRAVAIL.
003610     IF W-NB-ENTREES-POSEES = ZERO
003620        ADD 1 TO W-NB-MAIL-DEJA
003630        STRING ER-COADHF DELIMITED BY SIZE
003640            ' ' DELIMITED BY SIZE
003650            ER-TYPE-DOC DELIMITED BY SIZE
003660            ' REJET DU ' DELIMITED BY SIZE
003670            ER-DATE-REJET DELIMITED BY SIZE
003680            ' DEJA EN REJET' DELIMITED BY SIZE
003690            INTO W-LIGNE-TRAVAIL
003700        END-STRING
003710     ELSE
003720        ADD 1 TO W-NB-MAIL-APPLIQUES
003730        MOVE W-NB-ENTREES-POSEES TO W-NB-EDIT
003740        STRING ER-COADHF DELIMITED BY SIZE
003750            ' ' DELIMITED BY SIZE
003760            ER-TYPE-DOC DELIMITED BY SIZE
003770            ' REJET DU ' DELIMITED BY SIZE
003780            ER-DATE-REJET DELIMITED BY SIZE
003790            ' PAPIER SUR ' DELIMITED BY SIZE
003800            W-NB-EDIT DELIMITED BY SIZE
003810            ' ENTREE(S) - ' DELIMITED BY SIZE
003820            ER-DIAGNOSTIC DELIMITED BY SIZE
003830            INTO W-LIGNE-TRAVAIL
003840        END-STRING
003850     END-IF.
003860     MOVE W-LIGNE-TRAVAIL TO NP-RPRT-LIGNE.
003870     WRITE NP-RPRT-LIGNE.
003880 4000-SUIVANT.
003890     READ EDOC-REJ
003900        AT END MOVE 'O' TO W-FIN-REJETS.
003910 4000-EXIT.
003920     EXIT.
003930 4100-POSER-REJET.
003940     MOVE 'N' TO W-FIN-ENTREES-ADH.
003950     MOVE ER-COADHF TO AF-COADHF.
003960     START ADH-MAST KEY IS EQUAL TO AF-COADHF
003970        INVALID KEY MOVE 'O' TO W-FIN-ENTREES-ADH.
003980     PERFORM 4110-POSER-ENTREE THRU 4110-EXIT
003990        UNTIL FIN-ENTREES-ADH.
004000 4100-EXIT.
004010     EXIT.
004020 4110-POSER-ENTREE.
004030     READ ADH-MAST NEXT RECORD
004040        AT END
004050           MOVE 'O' TO W-FIN-ENTREES-ADH
004060           GO TO 4110-EXIT
004070     END-READ.
004080     IF AF-COADHF NOT = ER-COADHF
004090        MOVE 'O' TO W-FIN-ENTREES-ADH
004100        GO TO 4110-EXIT
004110     END-IF.
004120     ADD 1 TO W-NB-ENTREES-ADH.
004130     IF NOT AF-EMAIL-INVALIDE
004140        MOVE 'O' TO AF-EMAIL-REJETE
004150        REWRITE ADH-MAST-ENREG
004160        ADD 1 TO W-NB-ENTREES-POSEES
004170     END-IF.
004180 4110-EXIT.
004190     EXIT.
004200 4500-REJETER-MAIL.
004210     ADD 1 TO W-NB-MAIL-REJETES.
004220     MOVE SPACES TO W-LIGNE-TRAVAIL.
004230     STRING ER-COADHF DELIMITED BY SIZE
004240         ' ' DELIMITED BY SIZE
004250         ER-TYPE-DOC DELIMITED BY SIZE
004260         ' REJETE  ' DELIMITED BY SIZE
004270         W-MOTIF-REJET DELIMITED BY SIZE
004280         INTO W-LIGNE-TRAVAIL
004290     END-STRING.
004300     MOVE W-LIGNE-TRAVAIL TO NP-RPRT-LIGNE.
004310     WRITE NP-RPRT-LIGNE.
004320     IF RETURN-CODE < 4
004330        MOVE 4 TO RETURN-CODE
004340     END-IF.
004350 4500-EXIT.
004360     EXIT.
004370 8000-TERMINE.
004380     IF NPAI-RET-OK OR NPAI-RET-FIN
004390        CLOSE NPAI-RET
004400     END-IF.
004410     IF EDOC-REJ-OK OR EDOC-REJ-FIN
004420        CLOSE EDOC-REJ
004430     END-IF.
004440     IF ADH-MAST-OUVERT
004450        CLOSE ADH-MAST
004460     END-IF.
004470     CLOSE NP-RPRT.
004480     MOVE W-NB-LUS TO W-NB-EDIT.
004490     DISPLAY 'HZNP0001 - RETOURS LUS      : ' W-NB-EDIT.
004500     MOVE W-NB-APPLIQUES TO W-NB-EDIT.
004510     DISPLAY 'HZNP0001 - NPAI POSES       : ' W-NB-EDIT.
004520     MOVE W-NB-DEJA-NPAI TO W-NB-EDIT.
004530     DISPLAY 'HZNP0001 - DEJA NPAI        : ' W-NB-EDIT.
004540     MOVE W-NB-REJETES TO W-NB-EDIT.
004550     DISPLAY 'HZNP0001 - RETOURS REJETES  : ' W-NB-EDIT.
004560     MOVE W-NB-MAIL-LUS TO W-NB-EDIT.
004570     DISPLAY 'HZNP0001 - REJETS MAIL LUS  : ' W-NB-EDIT.
004580     MOVE W-NB-MAIL-APPLIQUES TO W-NB-EDIT.
004590     DISPLAY 'HZNP0001 - REPLIS PAPIER    : ' W-NB-EDIT.
004600     MOVE W-NB-MAIL-DEJA TO W-NB-EDIT.
004610     DISPLAY 'HZNP0001 - DEJA EN REJET    : ' W-NB-EDIT.
004620     MOVE W-NB-MAIL-REJETES TO W-NB-EDIT.
004630     DISPLAY 'HZNP0001 - REJETS MAIL ECARTES : ' W-NB-EDIT.
004640 8000-EXIT.
004650     EXIT.
