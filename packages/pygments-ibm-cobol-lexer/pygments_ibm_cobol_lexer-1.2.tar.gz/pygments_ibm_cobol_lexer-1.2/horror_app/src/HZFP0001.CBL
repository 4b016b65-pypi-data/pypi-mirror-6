000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZFP0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. TRAITEMENT DES RETOURS DU PORTAIL DE FACTURATION DE
000080     L'ETAT POUR LES FACTURES STRUCTUREES DES EMPLOYEURS PUBLICS
000090     (FICHIER FE-PUB DE HZFC0001). CHAQUE RETOUR FE-RET (NUMERO
000100     DE PIECE, STATUT 'REC' RECUE / 'REJ' REJETEE / 'PAY' MISE EN
000110     PAIEMENT, DATE, REFERENCE DU DEPOT, MOTIF) EST APPLIQUE AU
000120     POSTE DE LA FACTURE DANS LE MAITRE OUV-MAST, LU ET REECRIT
000130     PAR SA CLE : UNE FACTURE REJETEE PASSE AU STATUT 'R' (RESTE
000140     DUE, A CORRIGER ET A REDEPOSER) ; UNE FACTURE RECUE OU MISE
000150     EN PAIEMENT APRES UN REJET REPREND LE STATUT 'O' OU 'P' SELON
000160     SON REGLE. L'ENCAISSEMENT RESTE RAPPROCHE PAR HZPM0001 SUR LE
000170     RELEVE BANCAIRE : UN RETOUR 'PAY' NE MODIFIE PAS LE MONTANT
000180     REGLE DU POSTE. LE RAPPORT FP-RPRT LISTE LES PIECES REJETEES
000190     A CORRIGER (COMPTE EMPLOYEUR, TTC, MOTIF DU PORTAIL) ET LES
000200     RETOURS EN ANOMALIE. OUV-MAST ABSENT = CODE 8 ; RETOUR EN
000210     ANOMALIE = CODE 4.
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
000370     SELECT OUV-MAST ASSIGN TO OUVMAST
000380         ORGANIZATION INDEXED
000390         ACCESS MODE DYNAMIC
000400         RECORD KEY OV-NUMERO-FACTURE
000410         ALTERNATE RECORD KEY OV-COADHF WITH DUPLICATES
000420         FILE STATUS W-OUV-MAST-STATUS.
000430     SELECT FE-RET ASSIGN TO FERET
000440         ORGANIZATION SEQUENTIAL
000450         FILE STATUS W-FE-RET-STATUS.
000460     SELECT FP-RPRT ASSIGN TO FPRPRT
000470         ORGANIZATION SEQUENTIAL
000480         FILE STATUS W-FP-RPRT-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510*****************************************************************
000520*    OUV-MAST - MAITRE DES POSTES CLIENTS, LU PAR NUMERO DE
000530*    FACTURE.
000540*****************************************************************
000550 FD  OUV-MAST
000560     LABEL RECORD STANDARD
000570     DATA RECORD OUV-MAST-ENREG.
000580 COPY OUVMSTC.
000590*****************************************************************
000600*    FE-RET - RETOURS DE STATUT DU PORTAIL, DEPOSES PAR LA
000610*    PASSERELLE : NUMERO DE PIECE (FACTURE OU AVOIR HZFC0001),
000620*    STATUT, DATE DU STATUT (AAAAMMJJ), REFERENCE DU DEPOT SUR LE
000630*    PORTAIL, CODE ET LIBELLE DU MOTIF DE REJET, MONTANT MIS EN
000640*    PAIEMENT.
000650*****************************************************************
000660 FD  FE-RET
000670     LABEL RECORD STANDARD
000680     DATA RECORD FE-RET-LIGNE.
000690 01  FE-RET-LIGNE.
000700     05  RT-NUMERO-PIECE         PIC 9(08).
000710     05  RT-STATUT               PIC X(03).
000720         88  RT-RECUE            VALUE 'REC'.
000730         88  RT-REJETEE          VALUE 'REJ'.
000740         88  RT-PAYEE            VALUE 'PAY'.
000750     05  RT-DATE-STATUT          PIC 9(08).
000760     05  RT-REF-PORTAIL          PIC X(20).
000770     05  RT-MOTIF-CODE           PIC X(10).
000780     05  RT-MOTIF-LIBELLE        PIC X(60).
000790     05  RT-MONTANT-PAYE         PIC S9(11)V99
000800                                 SIGN LEADING SEPARATE.
000810 FD  FP-RPRT
000820     LABEL RECORD STANDARD
000830     DATA RECORD FP-RPRT-LIGNE.
000840 01  FP-RPRT-LIGNE               PIC X(132).
000850 WORKING-STORAGE SECTION.
000860 01  W-OUV-MAST-STATUS           PIC XX.
000870     88  OUV-MAST-OK             VALUE '00'.
000880 01  W-FE-RET-STATUS             PIC XX.
000890     88  FE-RET-OK               VALUE '00'.
000900 01  W-FP-RPRT-STATUS            PIC XX.
000910 01  W-FE-RET-SW                 PIC X VALUE 'N'.
000920     88  FE-RET-OUVERT           VALUE 'O'.
000930 01  W-FIN-RETOURS               PIC X VALUE 'N'.
000940     88  FIN-RETOURS             VALUE 'O'.
000950 01  W-POSTE-SW                  PIC X VALUE 'N'.
000960     88  POSTE-TROUVE            VALUE 'O'.
000970*****************************************************************
000980*    ZONES DE TRAVAIL ET COMPTEURS.
000990*****************************************************************
001000 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
001010 01  W-NB-RETOURS                PIC 9(07) COMP VALUE ZERO.
001020 01  W-NB-RECUES                 PIC 9(07) COMP VALUE ZERO.
001030 01  W-NB-REJETEES               PIC 9(07) COMP VALUE ZERO.
001040 01  W-NB-PAYEES                 PIC 9(07) COMP VALUE ZERO.
001050 01  W-NB-SUSPENDUS              PIC 9(07) COMP VALUE ZERO.
001060 01  W-NB-RETABLIS               PIC 9(07) COMP VALUE ZERO.
001070 01  W-NB-HORS-POSTES            PIC 9(07) COMP VALUE ZERO.
001080 01  W-NB-ANOMALIES              PIC 9(07) COMP VALUE ZERO.
001090 01  W-TOTAL-REJETE              PIC S9(13)V99 COMP-3 VALUE 0.
001100 01  W-MOTIF-RAPPORT             PIC X(40) VALUE SPACES.
001110 01  W-NB-EDIT                   PIC Z(06)9.
001120 01  W-MT-EDIT                   PIC -(12)9,99.
001130 01  W-LIGNE-TRAVAIL             PIC X(132).
001140*****************************************************************
001150*    LIGNE DU RAPPORT DES PIECES REJETEES ET DES ANOMALIES.
001160*****************************************************************
001170 01  W-LIGNE-DETAIL.
001180     05  W-LD-PIECE              PIC 9(08).
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  W-LD-STATUT             PIC X(03).
001210     05  FILLER                  PIC X(02) VALUE SPACES.
001220     05  W-LD-DATE-STATUT        PIC 9(08).
001230     05  FILLER                  PIC X(02) VALUE SPACES.
001240     05  W-LD-EMPLOYEUR          PIC X(10).
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  W-LD-MONTANT            PIC -(11)9,99.
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  W-LD-REF-PORTAIL        PIC X(20).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  W-LD-MOTIF-CODE         PIC X(10).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  W-LD-MOTIF              PIC X(40).
001330 01  W-LIGNE-TITRES.
001340     05  FILLER                  PIC X(10) VALUE 'PIECE'.
001350     05  FILLER                  PIC X(05) VALUE 'STA'.
001360     05  FILLER                  PIC X(10) VALUE 'DATE'.
001370     05  FILLER                  PIC X(12) VALUE 'EMPLOYEUR'.
001380     05  FILLER                  PIC X(17)
001385                                 VALUE '      MONTANT TTC'.
001390     05  FILLER                  PIC X(22)
001395                                 VALUE 'REFERENCE PORTAIL'.
001400     05  FILLER                  PIC X(12) VALUE 'CODE MOTIF'.
001410     05  FILLER                  PIC X(44) VALUE 'MOTIF'.
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001450     IF OUV-MAST-OK
001460        PERFORM 2000-LIRE-RETOUR THRU 2000-EXIT
001470           UNTIL FIN-RETOURS
001480     END-IF.
001490     PERFORM 8000-TERMINE THRU 8000-EXIT.
001500     GOBACK.
001510*****************************************************************
001520*    1000-INITIALISE - OUVERTURES ET ENTETE DU RAPPORT. SANS
001530*    OUV-MAST, AUCUN RETOUR N'EST APPLIQUE (CODE 8) ; SANS FE-RET,
001540*    RIEN A TRAITER.
001550*****************************************************************
001560 1000-INITIALISE.
001570     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
001580     OPEN OUTPUT FP-RPRT.
001590     MOVE SPACES TO W-LIGNE-TRAVAIL.
001600     STRING 'HZFP0001 - RETOURS DU PORTAIL PUBLIC DU '
001610         DELIMITED BY SIZE
001620         W-DATE-JOUR-CCYYMMDD DELIMITED BY SIZE
001630         ' - PIECES REJETEES A CORRIGER ET ANOMALIES'
001640         DELIMITED BY SIZE
001650         INTO W-LIGNE-TRAVAIL
001660     END-STRING.
001670     PERFORM 7000-ECRIRE-RAPPORT THRU 7000-EXIT.
001680     MOVE SPACES TO W-LIGNE-TRAVAIL.
001690     PERFORM 7000-ECRIRE-RAPPORT THRU 7000-EXIT.
001700     MOVE W-LIGNE-TITRES TO W-LIGNE-TRAVAIL.
001710     PERFORM 7000-ECRIRE-RAPPORT THRU 7000-EXIT.
001720     OPEN I-O OUV-MAST.
001730     IF NOT OUV-MAST-OK
001740        DISPLAY 'HZFP0001 - OUV-MAST INDISPONIBLE - STATUT '
001750            W-OUV-MAST-STATUS
001760        MOVE 8 TO RETURN-CODE
001770        GO TO 1000-EXIT
001780     END-IF.
001790     OPEN INPUT FE-RET.
001800     IF FE-RET-OK
001810        MOVE 'O' TO W-FE-RET-SW
001820     ELSE
001830        DISPLAY 'HZFP0001 - FE-RET INDISPONIBLE, AUCUN RETOUR A '
001840            'TRAITER - STATUT ' W-FE-RET-STATUS
001850        MOVE 'O' TO W-FIN-RETOURS
001860     END-IF.
001870 1000-EXIT.
001880     EXIT.
001890*****************************************************************
001900*    2000-LIRE-RETOUR - UN RETOUR : LE POSTE DE LA PIECE EST LU
001910*    PAR SA CLE PUIS LE STATUT EST APPLIQUE. UNE PIECE ABSENTE
001920*    DES POSTES EST UN AVOIR (SANS POSTE PROPRE) OU UNE PIECE
001925*    INCONNUE.
001930*****************************************************************
001940 2000-LIRE-RETOUR.
001950     READ FE-RET
001960        AT END
001970           MOVE 'O' TO W-FIN-RETOURS
001980           GO TO 2000-EXIT
001990     END-READ.
002000     ADD 1 TO W-NB-RETOURS.
002010     MOVE 'N' TO W-POSTE-SW.
002020     IF RT-NUMERO-PIECE NOT NUMERIC
002030        OR RT-NUMERO-PIECE = ZERO
002040        MOVE 'NUMERO DE PIECE INVALIDE' TO W-MOTIF-RAPPORT
002050        PERFORM 6000-SIGNALER-ANOMALIE THRU 6000-EXIT
002060        GO TO 2000-EXIT
002070     END-IF.
002080     MOVE 'O' TO W-POSTE-SW.
002090     MOVE RT-NUMERO-PIECE TO OV-NUMERO-FACTURE.
002100     READ OUV-MAST KEY IS OV-NUMERO-FACTURE
002110        INVALID KEY MOVE 'N' TO W-POSTE-SW
002120     END-READ.
002130     EVALUATE TRUE
002140        WHEN RT-REJETEE
002150           PERFORM 3000-REJETER THRU 3000-EXIT
002160        WHEN RT-RECUE
002170           ADD 1 TO W-NB-RECUES
002180           PERFORM 4000-LEVER-REJET THRU 4000-EXIT
002190        WHEN RT-PAYEE
002200           ADD 1 TO W-NB-PAYEES
002210           PERFORM 4000-LEVER-REJET THRU 4000-EXIT
002220        WHEN OTHER
002230           MOVE 'STATUT DE RETOUR INCONNU' TO W-MOTIF-RAPPORT
002240           PERFORM 6000-SIGNALER-ANOMALIE THRU 6000-EXIT
002250     END-EVALUATE.
002260 2000-EXIT.
002270     EXIT.
002280*****************************************************************
002290*    3000-REJETER - LA PIECE REJETEE EST LISTEE POUR CORRECTION ;
002300*    SON POSTE, S'IL EST ENCORE DU, PASSE AU STATUT 'R'. UN POSTE
002310*    SOLDE OU PASSE EN PERTE N'EST PAS MODIFIE. UN AVOIR N'A PAS
002320*    DE POSTE PROPRE : IL EST SEULEMENT LISTE.
002330*****************************************************************
002340 3000-REJETER.
002350     ADD 1 TO W-NB-REJETEES.
002360     MOVE RT-MOTIF-LIBELLE TO W-MOTIF-RAPPORT.
002370     PERFORM 6100-LISTER-PIECE THRU 6100-EXIT.
002380     IF NOT POSTE-TROUVE
002390        ADD 1 TO W-NB-HORS-POSTES
002400        GO TO 3000-EXIT
002410     END-IF.
002420     ADD OV-MONTANT-TTC TO W-TOTAL-REJETE.
002430     IF OV-STATUT = 'S'
002440        OR OV-STATUT = 'I'
002450        OR OV-STATUT = 'R'
002460        GO TO 3000-EXIT
002470     END-IF.
002480     MOVE 'R' TO OV-STATUT.
002490     REWRITE OUV-MAST-ENREG
002500        INVALID KEY
002510           DISPLAY 'HZFP0001 - REECRITURE OUV-MAST EN ECHEC - '
002520               'FACTURE ' OV-NUMERO-FACTURE
002530           MOVE 8 TO RETURN-CODE
002540           GO TO 3000-EXIT
002550     END-REWRITE.
002560     ADD 1 TO W-NB-SUSPENDUS.
002570 3000-EXIT.
002580     EXIT.
002590*****************************************************************
002600*    4000-LEVER-REJET - PIECE RECUE OU MISE EN PAIEMENT : SI SON
002610*    POSTE ETAIT REJETE ('R'), IL REPREND LE STATUT 'O' OUVERT OU
002620*    'P' PARTIEL SELON LE MONTANT DEJA REGLE.
002630*****************************************************************
002640 4000-LEVER-REJET.
002650     IF NOT POSTE-TROUVE
002660        ADD 1 TO W-NB-HORS-POSTES
002670        GO TO 4000-EXIT
002680     END-IF.
002690     IF OV-STATUT NOT = 'R'
002700        GO TO 4000-EXIT
002710     END-IF.
002720     IF OV-MONTANT-REGLE > ZERO
002730        MOVE 'P' TO OV-STATUT
002740     ELSE
002750        MOVE 'O' TO OV-STATUT
002760     END-IF.
002770     REWRITE OUV-MAST-ENREG
002780        INVALID KEY
002790           DISPLAY 'HZFP0001 - REECRITURE OUV-MAST EN ECHEC - '
002800               'FACTURE ' OV-NUMERO-FACTURE
002810           MOVE 8 TO RETURN-CODE
002820           GO TO 4000-EXIT
002830     END-REWRITE.
002840     ADD 1 TO W-NB-RETABLIS.
002850 4000-EXIT.
002860     EXIT.
002870*****************************************************************
002880*    6000-SIGNALER-ANOMALIE - RETOUR INEXPLOITABLE : LISTE AU
002890*    RAPPORT, CODE 4.
002900*****************************************************************
002910 6000-SIGNALER-ANOMALIE.
002920     ADD 1 TO W-NB-ANOMALIES.
002930     MOVE 'N' TO W-POSTE-SW.
002940     PERFORM 6100-LISTER-PIECE THRU 6100-EXIT.
002950     IF RETURN-CODE < 4
002960        MOVE 4 TO RETURN-CODE
002970     END-IF.
002980 6000-EXIT.
002990     EXIT.
003000 6100-LISTER-PIECE.
003010     MOVE SPACES TO W-LIGNE-DETAIL.
003020     IF RT-NUMERO-PIECE NUMERIC
003030        MOVE RT-NUMERO-PIECE TO W-LD-PIECE
003040     ELSE
003050        MOVE ZERO TO W-LD-PIECE
003060     END-IF.
003070     MOVE RT-STATUT TO W-LD-STATUT.
003080     IF RT-DATE-STATUT NUMERIC
003090        MOVE RT-DATE-STATUT TO W-LD-DATE-STATUT
003100     ELSE
003110        MOVE ZERO TO W-LD-DATE-STATUT
003120     END-IF.
003130     IF POSTE-TROUVE
003140        MOVE OV-COADHF TO W-LD-EMPLOYEUR
003150        MOVE OV-MONTANT-TTC TO W-LD-MONTANT
003160     ELSE
003170        MOVE 'HORS POSTE' TO W-LD-EMPLOYEUR
003180        MOVE ZERO TO W-LD-MONTANT
003190     END-IF.
003200     MOVE RT-REF-PORTAIL TO W-LD-REF-PORTAIL.
003210     MOVE RT-MOTIF-CODE TO W-LD-MOTIF-CODE.
003220     MOVE W-MOTIF-RAPPORT TO W-LD-MOTIF.
003230     MOVE W-LIGNE-DETAIL TO W-LIGNE-TRAVAIL.
003240     PERFORM 7000-ECRIRE-RAPPORT THRU 7000-EXIT.
003250 6100-EXIT.
003260     EXIT.
003270 7000-ECRIRE-RAPPORT.
003280     MOVE W-LIGNE-TRAVAIL TO FP-RPRT-LIGNE.
003290     WRITE FP-RPRT-LIGNE.
003300 7000-EXIT.
003310     EXIT.
003320*****************************************************************
003330*    8000-TERMINE - TOTAUX DU RAPPORT, FERMETURES ET COMPTES
003340*    RENDUS.
003350*****************************************************************
003360 8000-TERMINE.
003370     MOVE SPACES TO W-LIGNE-TRAVAIL.
003380     PERFORM 7000-ECRIRE-RAPPORT THRU 7000-EXIT.
003390     MOVE W-NB-REJETEES TO W-NB-EDIT.
003400     MOVE W-TOTAL-REJETE TO W-MT-EDIT.
003410     MOVE SPACES TO W-LIGNE-TRAVAIL.
003420     STRING 'PIECES REJETEES : ' DELIMITED BY SIZE
003430         W-NB-EDIT DELIMITED BY SIZE
003440         ' - TTC DES POSTES REJETES : ' DELIMITED BY SIZE
003450         W-MT-EDIT DELIMITED BY SIZE
003460         INTO W-LIGNE-TRAVAIL
003470     END-STRING.
003480     PERFORM 7000-ECRIRE-RAPPORT THRU 7000-EXIT.
003490     MOVE W-NB-ANOMALIES TO W-NB-EDIT.
003500     MOVE SPACES TO W-LIGNE-TRAVAIL.
003510     STRING 'RETOURS EN ANOMALIE : ' DELIMITED BY SIZE
003520         W-NB-EDIT DELIMITED BY SIZE
003530         INTO W-LIGNE-TRAVAIL
003540     END-STRING.
003550     PERFORM 7000-ECRIRE-RAPPORT THRU 7000-EXIT.
003560     CLOSE FP-RPRT.
003570     IF FE-RET-OUVERT
003580        CLOSE FE-RET
003590     END-IF.
003600     IF OUV-MAST-OK
003610        CLOSE OUV-MAST
003620     END-IF.
003630     MOVE W-NB-RETOURS TO W-NB-EDIT.
003640     DISPLAY 'HZFP0001 - RETOURS LUS            : ' W-NB-EDIT.
003650     MOVE W-NB-RECUES TO W-NB-EDIT.
003660     DISPLAY 'HZFP0001 - PIECES RECUES          : ' W-NB-EDIT.
003670     MOVE W-NB-REJETEES TO W-NB-EDIT.
003680     DISPLAY 'HZFP0001 - PIECES REJETEES        : ' W-NB-EDIT.
003690     MOVE W-NB-PAYEES TO W-NB-EDIT.
003700     DISPLAY 'HZFP0001 - MISES EN PAIEMENT      : ' W-NB-EDIT.
003710     MOVE W-NB-SUSPENDUS TO W-NB-EDIT.
003720     DISPLAY 'HZFP0001 - POSTES PASSES REJETES  : ' W-NB-EDIT.
003730     MOVE W-NB-RETABLIS TO W-NB-EDIT.
003740     DISPLAY 'HZFP0001 - POSTES RETABLIS        : ' W-NB-EDIT.
003750     MOVE W-NB-HORS-POSTES TO W-NB-EDIT.
003760     DISPLAY 'HZFP0001 - PIECES HORS POSTES     : ' W-NB-EDIT.
003770     MOVE W-NB-ANOMALIES TO W-NB-EDIT.
003780     DISPLAY 'HZFP0001 - RETOURS EN ANOMALIE    : ' W-NB-EDIT.
003790 8000-EXIT.
003800     EXIT.
