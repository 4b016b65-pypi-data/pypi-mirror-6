000200*    --------------------------------------------------------
000210*    DATE       AUTEUR  DESCRIPTION
000220*    --------   ------  -------------------------------------
000221*    02/09/2026 EBA     CREATION.
000222*    15/10/2026 EBA     ADH-REF : INDICATEUR D'ADRESSE NPAI
000223*                       (RETOUR DE COURRIER) EN FIN DE DESSIN.
000224*    15/10/2026 EBA     ADH-REF : CANAL DE DIFFUSION, ADRESSE
000225*                       ELECTRONIQUE ET INDICATEUR DE REJET DE
000226*                       MESSAGERIE EN FIN DE DESSIN.
000227*    15/10/2026 EBA     FACTURATION PERIODIQUE : LES DETAILS '02'
000228*                       MIS EN ATTENTE PAR HZFA0001 (FA-ATT,
000229*                       ADHERENTS TRIMESTRIELS OU ANNUELS) ET
000230*                       VALORISES AU PLUS TARD A LA DATE DE
000231*                       CLOTURE SONT PROVISIONNES A LEUR MONTANT
000232*                       VALORISE ; LEUR CLE EST ECARTEE DU
000233*                       RAPPROCHEMENT QTE-SRC POUR NE PAS ETRE
000234*                       PROVISIONNEE DEUX FOIS.
000235*    15/10/2026 EBA     QTE-SRC : PERIODE DE REFERENCE (AAAAMM)
000236*                       ET DATE DE RECEPTION (AAAAMMJJ) EN FIN
000237*                       DE DESSIN.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000570     SELECT CT-RPRT ASSIGN TO CTRPRT
000580         ORGANIZATION SEQUENTIAL
000590         FILE STATUS W-CT-RPRT-STATUS.
000592     SELECT FA-ATT ASSIGN TO FAATT
000594         ORGANIZATION SEQUENTIAL
000596         FILE STATUS W-FA-ATT-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*****************************************************************
000750 01  QTE-SRC-LIGNE.
000760     05  QS-CLE                  PIC X(08).
000770     05  QS-QTE-BRUTE            PIC X(06).
000773     05  QS-PERIODE              PIC X(06).
000776     05  QS-DATE-RECEPTION       PIC X(08).
000780 FD  QTE-REJ
000790     LABEL RECORD STANDARD
000800     DATA RECORD QTE-REJ-LIGNE.
001010     05  AF-CODE-POSTAL          PIC X(05).
001020     05  AF-VILLE                PIC X(20).
001030     05  AF-STATUT               PIC X(01).
001031     05  AF-LANGUE               PIC X(02).
001032     05  AF-ADRESSE-NPAI         PIC X(01).
001033         88  AF-ADRESSE-INVALIDE VALUE 'O'.
001034     05  AF-CANAL-DIFFUSION      PIC X(01).
001035         88  AF-CANAL-ELECTRONIQUE VALUE 'E'.
001036     05  AF-EMAIL                PIC X(60).
001037     05  AF-EMAIL-REJETE         PIC X(01).
001038         88  AF-EMAIL-INVALIDE   VALUE 'O'.
001039     05  AF-FREQUENCE            PIC X(01).
001040         88  AF-FACTURATION-MENSUELLE VALUE 'M' SPACE.
001041         88  AF-FACTURATION-TRIMESTRIELLE VALUE 'T'.
001042         88  AF-FACTURATION-ANNUELLE VALUE 'A'.
001050 FD  TARIF
001060     LABEL RECORD STANDARD
001070     DATA RECORD TARIF-LIGNE.
001290     05  GP-LIBELLE              PIC X(30).
001300 FD  CT-RPRT
001310     LABEL RECORD STANDARD
001311     DATA RECORD CT-RPRT-LIGNE.
001312 01  CT-RPRT-LIGNE               PIC X(132).
001313*****************************************************************
001314*    FA-ATT - DETAILS EN ATTENTE DE FACTURATION, MEME DESSIN QUE
001315*    DANS HZFA0001 (FICHIER FA-ATT-NV DU DERNIER PASSAGE).
001316*****************************************************************
001317 FD  FA-ATT
001318     LABEL RECORD STANDARD
001319     DATA RECORD FA-ATT-LIGNE.
001320 01  FA-ATT-LIGNE.
001321     05  FT-ECHEANCE             PIC 9(08).
001322     05  FT-DATE-VALORISATION    PIC 9(08).
001323     05  FT-FREQUENCE            PIC X(01).
001324     05  FT-DETAIL.
001325         10  FT-TYPE             PIC X(02).
001326         10  FT-COADHF           PIC X(09).
001327         10  FT-COTRTO           PIC X(05).
001328         10  FT-CETRTF           PIC X(05).
001329         10  FT-CLE              PIC X(08).
001330         10  FT-QUANTITE         PIC 9(04)V99.
001331         10  FT-TAUX             PIC 9(05)V99.
001332         10  FT-MONTANT          PIC S9(09)V99
001333                                 SIGN LEADING SEPARATE.
001334         10  FILLER              PIC X(06).
001340 WORKING-STORAGE SECTION.
001350 01  W-CT-PARM-STATUS            PIC XX.
001360     88  CT-PARM-OK              VALUE '00'.
001540     88  CPT-MAP-FIN             VALUE '10'.
001550 01  W-GL-POST-STATUS            PIC XX.
001560 01  W-CT-RPRT-STATUS            PIC XX.
001561 01  W-FA-ATT-STATUS             PIC XX.
001562     88  FA-ATT-OK               VALUE '00'.
001563     88  FA-ATT-FIN              VALUE '10'.
001564 01  W-FIN-ATTENTES              PIC X VALUE 'N'.
001565     88  FIN-ATTENTES            VALUE 'O'.
001570 01  W-FIN-QTE                   PIC X VALUE 'N'.
001580     88  FIN-QTE                 VALUE 'O'.
001590 01  W-FIN-REJ                   PIC X VALUE 'N'.
002330 01  W-MONTANT-LIGNE             PIC S9(09)V99 COMP-3 VALUE 0.
002340 01  W-TOTAL-PROVISION           PIC S9(11)V99 COMP-3 VALUE 0.
002350 01  W-NB-PROVISIONNEES          PIC 9(05) COMP VALUE ZERO.
002353 01  W-NB-ATTENTES-PROV          PIC 9(05) COMP VALUE ZERO.
002356 01  W-TOTAL-ATTENTES-PROV       PIC S9(11)V99 COMP-3 VALUE 0.
002360 01  W-NB-EDIT                   PIC Z(04)9.
002370 01  W-MT-EDIT                   PIC -(11)9,99.
002380 01  W-LIGNE-TRAVAIL             PIC X(132).
002410     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002420     PERFORM 1500-CHARGER-REJETS THRU 1500-EXIT.
002430     PERFORM 1600-CHARGER-FACTUREES THRU 1600-EXIT.
002435     PERFORM 1650-PROVISIONNER-ATTENTES THRU 1650-EXIT.
002440     PERFORM 1700-CHARGER-REFERENCES THRU 1700-EXIT.
002450     PERFORM 1800-CHARGER-TARIFS THRU 1800-EXIT.
002460     PERFORM 1900-CHARGER-COMPTES THRU 1900-EXIT.
003150                    ADD 1 TO W-NB-FACTUREES
003160                    MOVE W-PD-CLE TO W-FC-CLE (W-NB-FACTUREES)
003170                 END-IF
003171              END-IF
003172        END-READ
003173     END-PERFORM.
003174     CLOSE PREFACT.
003175 1600-EXIT.
003176     EXIT.
003177*****************************************************************
003178*    1650-PROVISIONNER-ATTENTES - LES DETAILS EN ATTENTE DE
003179*    FACTURATION VALORISES AU PLUS TARD A LA CLOTURE SONT
003180*    PROVISIONNES TELS QUELS ; LEUR CLE EST AJOUTEE AUX CLES
003181*    DEJA FACTUREES POUR QUE 3000 NE LES REPRENNE PAS. FICHIER
003182*    ABSENT : AUCUN DETAIL EN ATTENTE.
003183*****************************************************************
003184 1650-PROVISIONNER-ATTENTES.
003185     OPEN INPUT FA-ATT.
003186     IF NOT FA-ATT-OK
003187        DISPLAY 'HZCT0001 - FA-ATT INDISPONIBLE, AUCUN DETAIL EN '
003188            'ATTENTE - STATUT ' W-FA-ATT-STATUS
003189        GO TO 1650-EXIT
003190     END-IF.
003191     PERFORM 1660-PROVISIONNER-UNE-ATTENTE THRU 1660-EXIT
003192        UNTIL FIN-ATTENTES.
003193     CLOSE FA-ATT.
003194 1650-EXIT.
003195     EXIT.
003196 1660-PROVISIONNER-UNE-ATTENTE.
003197     READ FA-ATT
003198        AT END
003199           MOVE 'O' TO W-FIN-ATTENTES
003200           GO TO 1660-EXIT
003201     END-READ.
003202     IF FT-DATE-VALORISATION > W-DATE-CLOTURE
003203        GO TO 1660-EXIT
003204     END-IF.
003205     IF W-NB-FACTUREES < 10000
003206        ADD 1 TO W-NB-FACTUREES
003207        MOVE FT-CLE TO W-FC-CLE (W-NB-FACTUREES)
003208     END-IF.
003209     MOVE FT-MONTANT TO W-MONTANT-LIGNE.
003210     ADD 1 TO W-NB-PROVISIONNEES.
003211     ADD 1 TO W-NB-ATTENTES-PROV.
003212     ADD W-MONTANT-LIGNE TO W-TOTAL-PROVISION.
003213     ADD W-MONTANT-LIGNE TO W-TOTAL-ATTENTES-PROV.
003214     MOVE W-MONTANT-LIGNE TO W-MT-EDIT.
003215     MOVE SPACES TO W-LIGNE-TRAVAIL.
003216     STRING 'PROVISIONNE ' DELIMITED BY SIZE
003217         FT-CLE DELIMITED BY SIZE
003218         ' MONTANT ' DELIMITED BY SIZE
003219         W-MT-EDIT DELIMITED BY SIZE
003220         ' EN ATTENTE ADHERENT ' DELIMITED BY SIZE
003221         FT-COADHF DELIMITED BY SIZE
003222         ' ECHEANCE ' DELIMITED BY SIZE
003223         FT-ECHEANCE DELIMITED BY SIZE
003224         INTO W-LIGNE-TRAVAIL
003225     END-STRING.
003226     MOVE W-LIGNE-TRAVAIL TO CT-RPRT-LIGNE.
003227     WRITE CT-RPRT-LIGNE.
003228 1660-EXIT.
003230     EXIT.
003240 1700-CHARGER-REFERENCES.
003250     OPEN INPUT ADH-REF.
005450     DISPLAY 'HZCT0001 - QUANTITES PROVISIONNEES : ' W-NB-EDIT.
005460     MOVE W-TOTAL-PROVISION TO W-MT-EDIT.
005470     DISPLAY 'HZCT0001 - TOTAL PROVISIONNE       : ' W-MT-EDIT.
005471     MOVE W-NB-ATTENTES-PROV TO W-NB-EDIT.
005472     DISPLAY 'HZCT0001 - DONT EN ATTENTE DE FACTURATION : '
005473         W-NB-EDIT.
005474     MOVE W-TOTAL-ATTENTES-PROV TO W-MT-EDIT.
005475     DISPLAY 'HZCT0001 - MONTANT EN ATTENTE PROVISIONNE : '
005476         W-MT-EDIT.
005480 8000-EXIT.
005490     EXIT.
