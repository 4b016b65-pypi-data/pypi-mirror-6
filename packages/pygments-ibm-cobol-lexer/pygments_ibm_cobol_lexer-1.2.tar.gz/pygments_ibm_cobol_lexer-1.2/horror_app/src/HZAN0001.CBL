000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZAN0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. CONVERSION DES CODES ANALYTIQUES LORS D'UNE
000080     REORGANISATION : LA TABLE COA-CONV (ANCIEN COANAL, NOUVEAU
000090     COANAL, DATE D'EFFET) EST APPLIQUEE EN UNE SEULE PASSE ET
000100     DE FACON IDENTIQUE AUX TABLES DE REFERENCE PORTANT UN
000110     COANAL : VENTILATION COMPTABLE CPT-MAP, ROUTAGE SP-DEST DE
000120     HZSP0001 ET BUDGETS BUD-TAB DE HZBU0001. SEULES LES
000130     CONVERSIONS DONT LA DATE D'EFFET EST ATTEINTE A LA DATE
000140     D'APPLICATION (AN-PARM, DATE DU JOUR A DEFAUT) SONT
000150     APPLIQUEES ; LES AUTRES SONT LISTEES EN ATTENTE. DEUX
000160     ANCIENS CODES PORTES SUR LE MEME NOUVEAU CODE SONT
000170     FUSIONNES : LIGNES IDENTIQUES CONFONDUES, BUDGETS CUMULES
000180     PAR MOIS ; DEUX VENTILATIONS OU ROUTAGES DIFFERENTS SONT
000190     SIGNALES EN CONFLIT (CODE 4) ET LA LIGNE DU NOUVEAU CODE
000200     DEJA EN TABLE L'EMPORTE. LES TABLES CONVERTIES SONT ECRITES
000210     SUR CPT-MAP-NV, SP-DEST-NV ET BUD-TAB-NV, QUE L'EXPLOITATION
000220     SUBSTITUE AUX TABLES D'ORIGINE - JAMAIS SUR UN CODE RETOUR
000230     8. COA-CONV RESTE EN PLACE : HORROR ET HZSP0001 Y
000240     TRADUISENT LES ANCIENS CODES ENCORE RECUS SUR LES
000250     EVENEMENTS, HZVA0001 ET LE RAPPORT COA-RPRT DE HORROR Y
000260     RETRAITENT L'HISTORIQUE SOUS LES NOUVEAUX CODES. LE ROUTAGE
000270     EVT-TAB NE PORTE PAS DE COANAL ET N'EST PAS CONCERNE. LE
000280     RAPPORT AN-RPRT DONNE LES CONVERSIONS, LES CONFLITS ET LES
000290     COMPTES PAR TABLE.
000300*****************************************************************
000310*    HISTORIQUE DES MODIFICATIONS
000320*    --------------------------------------------------------
000330*    DATE       AUTEUR  DESCRIPTION
000340*    --------   ------  -------------------------------------
000350*    15/10/2026 EBA     CREATION.
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 SPECIAL-NAMES.
000420     DECIMAL-POINT IS COMMA.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT AN-PARM ASSIGN TO ANPARM
000460         ORGANIZATION SEQUENTIAL
000470         FILE STATUS W-AN-PARM-STATUS.
000480     SELECT COA-CONV ASSIGN TO COACONV
000490         ORGANIZATION SEQUENTIAL
000500         FILE STATUS W-COA-CONV-STATUS.
000510     SELECT CPT-MAP ASSIGN TO CPTMAP
000520         ORGANIZATION SEQUENTIAL
000530         FILE STATUS W-CPT-MAP-STATUS.
000540     SELECT CPT-MAP-NV ASSIGN TO CPTMAPNV
000550         ORGANIZATION SEQUENTIAL
000560         FILE STATUS W-CPT-MAP-NV-STATUS.
000570     SELECT SP-DEST ASSIGN TO SPDEST
000580         ORGANIZATION SEQUENTIAL
000590         FILE STATUS W-SP-DEST-STATUS.
000600     SELECT SP-DEST-NV ASSIGN TO SPDESTNV
000610         ORGANIZATION SEQUENTIAL
000620         FILE STATUS W-SP-DEST-NV-STATUS.
000630     SELECT BUD-TAB ASSIGN TO BUDTAB
000640         ORGANIZATION SEQUENTIAL
000650         FILE STATUS W-BUD-TAB-STATUS.
000660     SELECT BUD-TAB-NV ASSIGN TO BUDTABNV
000670         ORGANIZATION SEQUENTIAL
000680         FILE STATUS W-BUD-TAB-NV-STATUS.
000690     SELECT AN-RPRT ASSIGN TO ANRPRT
000700         ORGANIZATION SEQUENTIAL
000710         FILE STATUS W-AN-RPRT-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740*****************************************************************
000750*    AN-PARM - DATE D'APPLICATION (SSAAMMJJ). ABSENT OU NUL :
000760*    DATE DU JOUR.
000770*****************************************************************
000780 FD  AN-PARM
000790     LABEL RECORD STANDARD
000800     DATA RECORD AN-PARM-LIGNE.
000810 01  AN-PARM-LIGNE.
000820     05  AP-DATE-APPLICATION     PIC 9(08).
000830*****************************************************************
000840*    COA-CONV - TABLE PERMANENTE DES CONVERSIONS DE CODES
000850*    ANALYTIQUES, TENUE PAR LE CONTROLE DE GESTION. MEME DESSIN
000860*    DANS HORROR, HZSP0001 ET HZVA0001.
000870*****************************************************************
000880 FD  COA-CONV
000890     LABEL RECORD STANDARD
000900     DATA RECORD COA-CONV-LIGNE.
000910 01  COA-CONV-LIGNE.
000920     05  CV-COANAL-ANCIEN        PIC X(05).
000930     05  CV-COANAL-NOUVEAU       PIC X(05).
000940     05  CV-DATE-EFFET           PIC 9(08).
000950 FD  CPT-MAP
000960     LABEL RECORD STANDARD
000970     DATA RECORD CPT-MAP-LIGNE.
000980 01  CPT-MAP-LIGNE.
000990     05  CM-COANAL               PIC X(05).
001000     05  CM-COMPTE-DEBIT         PIC X(10).
001010     05  CM-COMPTE-CREDIT        PIC X(10).
001020     05  CM-ENTITE               PIC X(02).
001030 FD  CPT-MAP-NV
001040     LABEL RECORD STANDARD
001050     DATA RECORD CPT-MAP-NV-LIGNE.
001060 01  CPT-MAP-NV-LIGNE.
001070     05  CN-COANAL               PIC X(05).
001080     05  CN-VENTILATION          PIC X(22).
001090 FD  SP-DEST
001100     LABEL RECORD STANDARD
001110     DATA RECORD SP-DEST-LIGNE.
001120 01  SP-DEST-LIGNE.
001130     05  SD-COANAL               PIC X(05).
001140     05  SD-DESTINATION          PIC 9(01).
001150 FD  SP-DEST-NV
001160     LABEL RECORD STANDARD
001170     DATA RECORD SP-DEST-NV-LIGNE.
001180 01  SP-DEST-NV-LIGNE.
001190     05  SN-COANAL               PIC X(05).
001200     05  SN-DESTINATION          PIC X(01).
001210 FD  BUD-TAB
001220     LABEL RECORD STANDARD
001230     DATA RECORD BUD-TAB-LIGNE.
001240 01  BUD-TAB-LIGNE.
001250     05  BU-COANAL               PIC X(05).
001260     05  BU-MOIS                 PIC X(06).
001270     05  BU-MONTANT              PIC S9(11)V99
001280                                 SIGN LEADING SEPARATE.
001290 FD  BUD-TAB-NV
001300     LABEL RECORD STANDARD
001310     DATA RECORD BUD-TAB-NV-LIGNE.
001320 01  BUD-TAB-NV-LIGNE.
001330     05  BN-COANAL               PIC X(05).
001340     05  BN-MOIS                 PIC X(06).
001350     05  BN-MONTANT              PIC S9(11)V99
001360                                 SIGN LEADING SEPARATE.
001370 FD  AN-RPRT
001380     LABEL RECORD STANDARD
001390     DATA RECORD AN-RPRT-LIGNE.
001400 01  AN-RPRT-LIGNE               PIC X(132).
001410 WORKING-STORAGE SECTION.
001420 01  W-AN-PARM-STATUS            PIC XX.
001430     88  AN-PARM-OK              VALUE '00'.
001440 01  W-COA-CONV-STATUS           PIC XX.
001450     88  COA-CONV-OK             VALUE '00'.
001460 01  W-CPT-MAP-STATUS            PIC XX.
001470     88  CPT-MAP-OK              VALUE '00'.
001480 01  W-CPT-MAP-NV-STATUS         PIC XX.
001490 01  W-SP-DEST-STATUS            PIC XX.
001500     88  SP-DEST-OK              VALUE '00'.
001510 01  W-SP-DEST-NV-STATUS         PIC XX.
001520 01  W-BUD-TAB-STATUS            PIC XX.
001530     88  BUD-TAB-OK              VALUE '00'.
001540 01  W-BUD-TAB-NV-STATUS         PIC XX.
001550 01  W-AN-RPRT-STATUS            PIC XX.
001560 01  W-FIN-CONV                  PIC X VALUE 'N'.
001570     88  FIN-CONV                VALUE 'O'.
001580 01  W-FIN-FICHIER               PIC X VALUE 'N'.
001590     88  FIN-FICHIER             VALUE 'O'.
001600 01  W-ARRET-SW                  PIC X VALUE 'N'.
001610     88  ARRET-TRAITEMENT        VALUE 'O'.
001620 01  W-STATUT-OUVERTURE          PIC XX VALUE SPACES.
001630*****************************************************************
001640*    DATES : DATE DU JOUR, DATE D'APPLICATION DES CONVERSIONS ET
001650*    ZONE DE CONTROLE DES DATES D'EFFET.
001660*****************************************************************
001670 01  W-DATE-JOUR                 PIC 9(08) VALUE ZERO.
001680 01  W-DATE-APPLICATION          PIC 9(08) VALUE ZERO.
001690 01  W-DATE-CONTROLE             PIC 9(08) VALUE ZERO.
001700 01  W-DATE-CONTROLE-R REDEFINES W-DATE-CONTROLE.
001710     05  W-DC-SSAA               PIC 9(04).
001720     05  W-DC-MM                 PIC 9(02).
001730     05  W-DC-JJ                 PIC 9(02).
001740 01  W-DATE-EDIT.
001750     05  W-DE-JJ                 PIC 9(02).
001760     05  FILLER                  PIC X(01) VALUE '/'.
001770     05  W-DE-MM                 PIC 9(02).
001780     05  FILLER                  PIC X(01) VALUE '/'.
001790     05  W-DE-SSAA               PIC 9(04).
001800*****************************************************************
001810*    TABLE DES CONVERSIONS (200 AU PLUS) : ETAT 'A' = APPLIQUEE
001820*    A LA DATE D'APPLICATION, 'P' = EN ATTENTE DE SA DATE
001830*    D'EFFET.
001840*****************************************************************
001850 01  W-NB-CONV                   PIC 9(03) COMP VALUE ZERO.
001860 01  W-TAB-CONV.
001870     05  W-CV-ENTREE OCCURS 200 TIMES
001880             INDEXED BY W-IDX-CV.
001890         10  W-CV-ANCIEN         PIC X(05).
001900         10  W-CV-NOUVEAU        PIC X(05).
001910         10  W-CV-DATE-EFFET     PIC 9(08).
001920         10  W-CV-ETAT           PIC X(01).
001930             88  CV-APPLIQUEE    VALUE 'A'.
001940             88  CV-EN-ATTENTE   VALUE 'P'.
001950 01  W-NB-CONV-LUES              PIC 9(05) COMP VALUE ZERO.
001960 01  W-NB-CONV-REJETEES          PIC 9(05) COMP VALUE ZERO.
001970 01  W-NB-CONV-APPLIQUEES        PIC 9(05) COMP VALUE ZERO.
001980 01  W-NB-CONV-EN-ATTENTE        PIC 9(05) COMP VALUE ZERO.
001990 01  W-NB-CHAINES                PIC 9(05) COMP VALUE ZERO.
002000 01  W-MOTIF-REJET               PIC X(40) VALUE SPACES.
002010 01  W-DOUBLON-SW                PIC X VALUE 'N'.
002020     88  DOUBLON-TROUVE          VALUE 'O'.
002030*****************************************************************
002040*    TABLE DE REFERENCE EN COURS DE CONVERSION : CLE (COANAL
002050*    CONVERTI, PLUS LE MOIS POUR BUD-TAB), RESTE DE LA LIGNE,
002060*    MONTANT CUMULE (BUD-TAB) ET ORIGINE DE LA LIGNE ('O' =
002070*    ISSUE D'UN ANCIEN CODE). 2400 LIGNES AU PLUS COMME DANS
002080*    HZBU0001 (200 CODES X 12 MOIS).
002090*****************************************************************
002100 01  W-NB-REF                    PIC 9(04) COMP VALUE ZERO.
002110 01  W-TAB-REF.
002120     05  W-RF-ENTREE OCCURS 2400 TIMES
002130             INDEXED BY W-IDX-RF.
002140         10  W-RF-CLE            PIC X(11).
002150         10  W-RF-DONNEES        PIC X(22).
002160         10  W-RF-MONTANT        PIC S9(13)V99 COMP-3.
002170         10  W-RF-TRADUIT        PIC X(01).
002180 01  W-TABLE-PLEINE-SW           PIC X VALUE 'N'.
002190     88  TABLE-REF-PLEINE        VALUE 'O'.
002200 01  W-MODE-FUSION               PIC X(01) VALUE 'U'.
002210     88  FUSION-UNIQUE           VALUE 'U'.
002220     88  FUSION-SOMME            VALUE 'S'.
002230 01  W-CODE-COURANT              PIC X(05) VALUE SPACES.
002240 01  W-CLE-COURANTE              PIC X(11) VALUE SPACES.
002250 01  W-DONNEES-COURANTES         PIC X(22) VALUE SPACES.
002260 01  W-MONTANT-COURANT           PIC S9(13)V99 COMP-3 VALUE 0.
002270 01  W-TRADUIT-SW                PIC X VALUE 'N'.
002280     88  CODE-TRADUIT            VALUE 'O'.
002290 01  W-I                         PIC 9(04) COMP VALUE ZERO.
002300 01  W-F                         PIC 9(01) COMP VALUE ZERO.
002310*****************************************************************
002320*    BILAN PAR TABLE : 1 = CPT-MAP, 2 = SP-DEST, 3 = BUD-TAB.
002330*    CONTROLE : LUS = ECRITS + FUSIONNES + CONFLITS.
002340*****************************************************************
002350 01  W-NOMS-TABLES.
002360     05  FILLER                  PIC X(08) VALUE 'CPTMAP'.
002370     05  FILLER                  PIC X(08) VALUE 'SPDEST'.
002380     05  FILLER                  PIC X(08) VALUE 'BUDTAB'.
002390 01  W-NOMS-TABLES-R REDEFINES W-NOMS-TABLES.
002400     05  W-NOM-TABLE OCCURS 3 TIMES
002410                                 PIC X(08).
002420 01  W-TAB-BILAN.
002430     05  W-BL-ENTREE OCCURS 3 TIMES.
002440         10  W-BL-ETAT           PIC X(01).
002450             88  BL-TRAITEE      VALUE 'O'.
002460         10  W-BL-LUS            PIC 9(07) COMP.
002470         10  W-BL-TRADUITS       PIC 9(07) COMP.
002480         10  W-BL-FUSIONNES      PIC 9(07) COMP.
002490         10  W-BL-CONFLITS       PIC 9(07) COMP.
002500         10  W-BL-ECRITS         PIC 9(07) COMP.
002510 01  W-NB-CONTROLE               PIC 9(07) COMP VALUE ZERO.
002520 01  W-NB-EDIT                   PIC Z(06)9.
002530 01  W-LIGNE-BILAN.
002540     05  WLB-TABLE               PIC X(08).
002550     05  FILLER                  PIC X(07) VALUE ' LUS = '.
002560     05  WLB-LUS                 PIC Z(06)9.
002570     05  FILLER                  PIC X(12) VALUE ' TRADUITS = '.
002580     05  WLB-TRADUITS            PIC Z(06)9.
002590     05  FILLER                  PIC X(13) VALUE
002600         ' FUSIONNES = '.
002610     05  WLB-FUSIONNES           PIC Z(06)9.
002620     05  FILLER                  PIC X(12) VALUE ' CONFLITS = '.
002630     05  WLB-CONFLITS            PIC Z(06)9.
002640     05  FILLER                  PIC X(10) VALUE ' ECRITS = '.
002650     05  WLB-ECRITS              PIC Z(06)9.
002660     05  FILLER                  PIC X(35) VALUE SPACES.
002670 PROCEDURE DIVISION.
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002700     IF NOT ARRET-TRAITEMENT
002710        PERFORM 3000-CONVERTIR-CPT-MAP THRU 3000-EXIT
002720        PERFORM 3200-CONVERTIR-SP-DEST THRU 3200-EXIT
002730        PERFORM 3400-CONVERTIR-BUD-TAB THRU 3400-EXIT
002740     END-IF.
002750     PERFORM 7000-EDITER-BILAN THRU 7000-EXIT.
002760     PERFORM 8000-TERMINE THRU 8000-EXIT.
002770     GOBACK.
002780 1000-INITIALISE.
002790     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
002800     MOVE W-DATE-JOUR TO W-DATE-APPLICATION.
002810     INITIALIZE W-TAB-BILAN.
002820     OPEN OUTPUT AN-RPRT.
002830     PERFORM 1050-LIRE-PARAMETRE THRU 1050-EXIT.
002840     PERFORM 1100-CHARGER-CONVERSIONS THRU 1100-EXIT.
002850     IF W-NB-CONV > ZERO
002860        PERFORM 1200-CONTROLER-CHAINE THRU 1200-EXIT
002870           VARYING W-I FROM 1 BY 1 UNTIL W-I > W-NB-CONV
002880     END-IF.
002890     PERFORM 1300-EDITER-ENTETE THRU 1300-EXIT.
002900 1000-EXIT.
002910     EXIT.
002920*****************************************************************
002930*    1050-LIRE-PARAMETRE - DATE D'APPLICATION. UNE DATE
002940*    INEXPLOITABLE EST IGNOREE (CODE 4) AU PROFIT DE LA DATE DU
002950*    JOUR.
002960*****************************************************************
002970 1050-LIRE-PARAMETRE.
002980     OPEN INPUT AN-PARM.
002990     IF NOT AN-PARM-OK
003000        DISPLAY 'HZAN0001 - AN-PARM INDISPONIBLE, DATE DU JOUR '
003010            'RETENUE - STATUT ' W-AN-PARM-STATUS
003020        GO TO 1050-EXIT
003030     END-IF.
003040     READ AN-PARM
003050        AT END
003060           CONTINUE
003070        NOT AT END
003080           IF AP-DATE-APPLICATION NUMERIC
003090              AND AP-DATE-APPLICATION NOT = ZERO
003100              MOVE AP-DATE-APPLICATION TO W-DATE-APPLICATION
003110           ELSE
003120              DISPLAY 'HZAN0001 - AN-PARM DATE IGNOREE : '
003130                  AN-PARM-LIGNE
003140              IF RETURN-CODE < 4
003150                 MOVE 4 TO RETURN-CODE
003160              END-IF
003170           END-IF
003180     END-READ.
003190     CLOSE AN-PARM.
003200 1050-EXIT.
003210     EXIT.
003220*****************************************************************
003230*    1100-CHARGER-CONVERSIONS - CHARGE ET CONTROLE COA-CONV.
003240*    SANS COA-CONV IL N'Y A RIEN A CONVERTIR : ARRET EN CODE 8,
003250*    AUCUNE TABLE -NV N'EST PRODUITE.
003260*****************************************************************
003270 1100-CHARGER-CONVERSIONS.
003280     OPEN INPUT COA-CONV.
003290     IF NOT COA-CONV-OK
003300        DISPLAY 'HZAN0001 - COA-CONV INDISPONIBLE - STATUT '
003310            W-COA-CONV-STATUS
003320        MOVE 8 TO RETURN-CODE
003330        MOVE 'O' TO W-ARRET-SW
003340        GO TO 1100-EXIT
003350     END-IF.
003360     PERFORM UNTIL FIN-CONV
003370        READ COA-CONV
003380           AT END SET FIN-CONV TO TRUE
003390           NOT AT END
003400              PERFORM 1110-EMPILER-CONVERSION THRU 1110-EXIT
003410        END-READ
003420     END-PERFORM.
003430     CLOSE COA-CONV.
003440 1100-EXIT.
003450     EXIT.
003460 1110-EMPILER-CONVERSION.
003470     ADD 1 TO W-NB-CONV-LUES.
003480     PERFORM 1120-VALIDER-CONVERSION THRU 1120-EXIT.
003490     IF W-MOTIF-REJET NOT = SPACES
003500        PERFORM 1130-REJETER-CONVERSION THRU 1130-EXIT
003510        GO TO 1110-EXIT
003520     END-IF.
003530     ADD 1 TO W-NB-CONV.
003540     MOVE CV-COANAL-ANCIEN TO W-CV-ANCIEN (W-NB-CONV).
003550     MOVE CV-COANAL-NOUVEAU TO W-CV-NOUVEAU (W-NB-CONV).
003560     MOVE CV-DATE-EFFET TO W-CV-DATE-EFFET (W-NB-CONV).
003570     IF CV-DATE-EFFET > W-DATE-APPLICATION
003580        MOVE 'P' TO W-CV-ETAT (W-NB-CONV)
003590        ADD 1 TO W-NB-CONV-EN-ATTENTE
003600     ELSE
003610        MOVE 'A' TO W-CV-ETAT (W-NB-CONV)
003620        ADD 1 TO W-NB-CONV-APPLIQUEES
003630     END-IF.
003640 1110-EXIT.
003650     EXIT.
003660 1120-VALIDER-CONVERSION.
003670     MOVE SPACES TO W-MOTIF-REJET.
003680     IF CV-COANAL-ANCIEN = SPACES OR CV-COANAL-NOUVEAU = SPACES
003690        MOVE 'CODE ANCIEN OU NOUVEAU NON RENSEIGNE'
003700           TO W-MOTIF-REJET
003710        GO TO 1120-EXIT
003720     END-IF.
003730     IF CV-COANAL-ANCIEN = CV-COANAL-NOUVEAU
003740        MOVE 'CODES ANCIEN ET NOUVEAU IDENTIQUES' TO W-MOTIF-REJET
003750        GO TO 1120-EXIT
003760     END-IF.
003770     IF CV-DATE-EFFET NOT NUMERIC
003780        MOVE 'DATE D''EFFET NON NUMERIQUE' TO W-MOTIF-REJET
003790        GO TO 1120-EXIT
003800     END-IF.
003810     MOVE CV-DATE-EFFET TO W-DATE-CONTROLE.
003820     IF W-DC-SSAA < 1900
003830        OR W-DC-MM < 01 OR W-DC-MM > 12
003840        OR W-DC-JJ < 01 OR W-DC-JJ > 31
003850        MOVE 'DATE D''EFFET INVALIDE' TO W-MOTIF-REJET
003860        GO TO 1120-EXIT
003870     END-IF.
003880     MOVE 'N' TO W-DOUBLON-SW.
003890     IF W-NB-CONV > ZERO
003900        SET W-IDX-CV TO 1
003910        SEARCH W-CV-ENTREE
003920           AT END
003930              CONTINUE
003940           WHEN W-IDX-CV > W-NB-CONV
003950              CONTINUE
003960           WHEN W-CV-ANCIEN (W-IDX-CV) = CV-COANAL-ANCIEN
003970              MOVE 'O' TO W-DOUBLON-SW
003980        END-SEARCH
003990     END-IF.
004000     IF DOUBLON-TROUVE
004010        MOVE 'CODE ANCIEN DEJA CONVERTI' TO W-MOTIF-REJET
004020        GO TO 1120-EXIT
004030     END-IF.
004040     IF W-NB-CONV NOT < 200
004050        MOVE 'TABLE DES CONVERSIONS PLEINE (200)'
004060           TO W-MOTIF-REJET
004070     END-IF.
004080 1120-EXIT.
004090     EXIT.
004100 1130-REJETER-CONVERSION.
004110     ADD 1 TO W-NB-CONV-REJETEES.
004120     MOVE SPACES TO AN-RPRT-LIGNE.
004130     STRING 'CONVERSION REJETEE ' DELIMITED BY SIZE
004140         CV-COANAL-ANCIEN DELIMITED BY SIZE
004150         ' -> ' DELIMITED BY SIZE
004160         CV-COANAL-NOUVEAU DELIMITED BY SIZE
004170         ' : ' DELIMITED BY SIZE
004180         W-MOTIF-REJET DELIMITED BY SIZE
004190         INTO AN-RPRT-LIGNE
004200     END-STRING.
004210     WRITE AN-RPRT-LIGNE.
004220     IF RETURN-CODE < 4
004230        MOVE 4 TO RETURN-CODE
004240     END-IF.
004250 1130-EXIT.
004260     EXIT.
004270*****************************************************************
004280*    1200-CONTROLER-CHAINE - CHAQUE CODE N'EST CONVERTI QU'UNE
004290*    FOIS, ICI COMME DANS HORROR, HZSP0001 ET HZVA0001 : UN
004300*    NOUVEAU CODE LUI-MEME CONVERTI (A -> B PUIS B -> C) LAISSE
004310*    LES LIGNES DE A SOUS B. SIGNALE EN CODE 4 : LA TABLE DOIT
004320*    PORTER A -> C.
004330*****************************************************************
004340 1200-CONTROLER-CHAINE.
004350     IF NOT CV-APPLIQUEE (W-I)
004360        GO TO 1200-EXIT
004370     END-IF.
004380     SET W-IDX-CV TO 1.
004390     SEARCH W-CV-ENTREE
004400        AT END
004410           CONTINUE
004420        WHEN W-IDX-CV > W-NB-CONV
004430           CONTINUE
004440        WHEN W-CV-ANCIEN (W-IDX-CV) = W-CV-NOUVEAU (W-I)
004450           AND CV-APPLIQUEE (W-IDX-CV)
004460           ADD 1 TO W-NB-CHAINES
004470           MOVE SPACES TO AN-RPRT-LIGNE
004480           STRING 'CONVERSION EN CHAINE ' DELIMITED BY SIZE
004490               W-CV-ANCIEN (W-I) DELIMITED BY SIZE
004500               ' -> ' DELIMITED BY SIZE
004510               W-CV-NOUVEAU (W-I) DELIMITED BY SIZE
004520               ' -> ' DELIMITED BY SIZE
004530               W-CV-NOUVEAU (W-IDX-CV) DELIMITED BY SIZE
004540               ' : UNE SEULE CONVERSION APPLIQUEE'
004550               DELIMITED BY SIZE
004560               INTO AN-RPRT-LIGNE
004570           END-STRING
004580           WRITE AN-RPRT-LIGNE
004590           IF RETURN-CODE < 4
004600              MOVE 4 TO RETURN-CODE
004610           END-IF
004620     END-SEARCH.
004630 1200-EXIT.
004640     EXIT.
004650*****************************************************************
004660*    1300-EDITER-ENTETE - TETE DU RAPPORT : DATE D'APPLICATION
004670*    ET CONVERSIONS RETENUES AVEC LEUR ETAT.
004680*****************************************************************
004690 1300-EDITER-ENTETE.
004700     MOVE W-DATE-APPLICATION TO W-DATE-CONTROLE.
004710     MOVE W-DC-JJ TO W-DE-JJ.
004720     MOVE W-DC-MM TO W-DE-MM.
004730     MOVE W-DC-SSAA TO W-DE-SSAA.
004740     MOVE SPACES TO AN-RPRT-LIGNE.
004750     STRING 'HZAN0001 - CONVERSION DES CODES ANALYTIQUES AU '
004760         DELIMITED BY SIZE
004770         W-DATE-EDIT DELIMITED BY SIZE
004780         INTO AN-RPRT-LIGNE
004790     END-STRING.
004800     WRITE AN-RPRT-LIGNE.
004810     MOVE SPACES TO AN-RPRT-LIGNE.
004820     WRITE AN-RPRT-LIGNE.
004830     IF W-NB-CONV > ZERO
004840        PERFORM 1310-EDITER-CONVERSION THRU 1310-EXIT
004850           VARYING W-I FROM 1 BY 1 UNTIL W-I > W-NB-CONV
004860     END-IF.
004870     MOVE SPACES TO AN-RPRT-LIGNE.
004880     WRITE AN-RPRT-LIGNE.
004890 1300-EXIT.
004900     EXIT.
004910 1310-EDITER-CONVERSION.
004920     MOVE W-CV-DATE-EFFET (W-I) TO W-DATE-CONTROLE.
004930     MOVE W-DC-JJ TO W-DE-JJ.
004940     MOVE W-DC-MM TO W-DE-MM.
004950     MOVE W-DC-SSAA TO W-DE-SSAA.
004960     MOVE SPACES TO AN-RPRT-LIGNE.
004970     STRING W-CV-ANCIEN (W-I) DELIMITED BY SIZE
004980         ' -> ' DELIMITED BY SIZE
004990         W-CV-NOUVEAU (W-I) DELIMITED BY SIZE
005000         ' EFFET ' DELIMITED BY SIZE
005010         W-DATE-EDIT DELIMITED BY SIZE
005020         INTO AN-RPRT-LIGNE
005030     END-STRING.
005040     IF CV-APPLIQUEE (W-I)
005050        MOVE 'APPLIQUEE' TO AN-RPRT-LIGNE (35:10)
005060     ELSE
005070        MOVE 'EN ATTENTE' TO AN-RPRT-LIGNE (35:10)
005080     END-IF.
005090     WRITE AN-RPRT-LIGNE.
005100 1310-EXIT.
005110     EXIT.
005120*****************************************************************
005130*    3000-CONVERTIR-CPT-MAP - VENTILATION COMPTABLE : UNE LIGNE
005140*    PAR COANAL, FUSION EN MODE UNIQUE.
005150*****************************************************************
005160 3000-CONVERTIR-CPT-MAP.
005170     MOVE 1 TO W-F.
005180     MOVE 'U' TO W-MODE-FUSION.
005190     MOVE ZERO TO W-NB-REF.
005200     OPEN INPUT CPT-MAP.
005210     IF NOT CPT-MAP-OK
005220        MOVE W-CPT-MAP-STATUS TO W-STATUT-OUVERTURE
005230        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
005240        GO TO 3000-EXIT
005250     END-IF.
005260     MOVE 'O' TO W-BL-ETAT (W-F).
005270     MOVE 'N' TO W-FIN-FICHIER.
005280     PERFORM 3010-LIRE-CPT-MAP THRU 3010-EXIT
005290         UNTIL FIN-FICHIER.
005300     CLOSE CPT-MAP.
005310     OPEN OUTPUT CPT-MAP-NV.
005320     IF W-NB-REF > ZERO
005330        PERFORM 3020-ECRIRE-CPT-MAP THRU 3020-EXIT
005340           VARYING W-I FROM 1 BY 1 UNTIL W-I > W-NB-REF
005350     END-IF.
005360     CLOSE CPT-MAP-NV.
005370 3000-EXIT.
005380     EXIT.
005390 3010-LIRE-CPT-MAP.
005400     READ CPT-MAP
005410        AT END
005420           MOVE 'O' TO W-FIN-FICHIER
005430           GO TO 3010-EXIT
005440     END-READ.
005450     ADD 1 TO W-BL-LUS (W-F).
005460     MOVE CM-COANAL TO W-CODE-COURANT.
005470     PERFORM 5000-CONVERTIR-CODE THRU 5000-EXIT.
005480     MOVE SPACES TO W-CLE-COURANTE.
005490     MOVE W-CODE-COURANT TO W-CLE-COURANTE (1:5).
005500     MOVE CPT-MAP-LIGNE (6:22) TO W-DONNEES-COURANTES.
005510     MOVE ZERO TO W-MONTANT-COURANT.
005520     PERFORM 5100-RANGER-LIGNE THRU 5100-EXIT.
005530 3010-EXIT.
005540     EXIT.
005550 3020-ECRIRE-CPT-MAP.
005560     MOVE W-RF-CLE (W-I) (1:5) TO CN-COANAL.
005570     MOVE W-RF-DONNEES (W-I) TO CN-VENTILATION.
005580     WRITE CPT-MAP-NV-LIGNE.
005590     ADD 1 TO W-BL-ECRITS (W-F).
005600 3020-EXIT.
005610     EXIT.
005620*****************************************************************
005630*    3200-CONVERTIR-SP-DEST - ROUTAGE DE HZSP0001 : UNE
005640*    DESTINATION PAR COANAL, FUSION EN MODE UNIQUE.
005650*****************************************************************
005660 3200-CONVERTIR-SP-DEST.
005670     MOVE 2 TO W-F.
005680     MOVE 'U' TO W-MODE-FUSION.
005690     MOVE ZERO TO W-NB-REF.
005700     OPEN INPUT SP-DEST.
005710     IF NOT SP-DEST-OK
005720        MOVE W-SP-DEST-STATUS TO W-STATUT-OUVERTURE
005730        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
005740        GO TO 3200-EXIT
005750     END-IF.
005760     MOVE 'O' TO W-BL-ETAT (W-F).
005770     MOVE 'N' TO W-FIN-FICHIER.
005780     PERFORM 3210-LIRE-SP-DEST THRU 3210-EXIT
005790         UNTIL FIN-FICHIER.
005800     CLOSE SP-DEST.
005810     OPEN OUTPUT SP-DEST-NV.
005820     IF W-NB-REF > ZERO
005830        PERFORM 3220-ECRIRE-SP-DEST THRU 3220-EXIT
005840           VARYING W-I FROM 1 BY 1 UNTIL W-I > W-NB-REF
005850     END-IF.
005860     CLOSE SP-DEST-NV.
005870 3200-EXIT.
005880     EXIT.
005890 3210-LIRE-SP-DEST.
005900     READ SP-DEST
005910        AT END
005920           MOVE 'O' TO W-FIN-FICHIER
005930           GO TO 3210-EXIT
005940     END-READ.
005950     ADD 1 TO W-BL-LUS (W-F).
005960     MOVE SD-COANAL TO W-CODE-COURANT.
005970     PERFORM 5000-CONVERTIR-CODE THRU 5000-EXIT.
005980     MOVE SPACES TO W-CLE-COURANTE.
005990     MOVE W-CODE-COURANT TO W-CLE-COURANTE (1:5).
006000     MOVE SPACES TO W-DONNEES-COURANTES.
006010     MOVE SP-DEST-LIGNE (6:1) TO W-DONNEES-COURANTES (1:1).
006020     MOVE ZERO TO W-MONTANT-COURANT.
006030     PERFORM 5100-RANGER-LIGNE THRU 5100-EXIT.
006040 3210-EXIT.
006050     EXIT.
006060 3220-ECRIRE-SP-DEST.
006070     MOVE W-RF-CLE (W-I) (1:5) TO SN-COANAL.
006080     MOVE W-RF-DONNEES (W-I) (1:1) TO SN-DESTINATION.
006090     WRITE SP-DEST-NV-LIGNE.
006100     ADD 1 TO W-BL-ECRITS (W-F).
006110 3220-EXIT.
006120     EXIT.
006130*****************************************************************
006140*    3400-CONVERTIR-BUD-TAB - BUDGETS PAR COANAL ET MOIS : LES
006150*    BUDGETS DE DEUX CODES FUSIONNES SONT CUMULES PAR MOIS.
006160*****************************************************************
006170 3400-CONVERTIR-BUD-TAB.
006180     MOVE 3 TO W-F.
006190     MOVE 'S' TO W-MODE-FUSION.
006200     MOVE ZERO TO W-NB-REF.
006210     OPEN INPUT BUD-TAB.
006220     IF NOT BUD-TAB-OK
006230        MOVE W-BUD-TAB-STATUS TO W-STATUT-OUVERTURE
006240        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
006250        GO TO 3400-EXIT
006260     END-IF.
006270     MOVE 'O' TO W-BL-ETAT (W-F).
006280     MOVE 'N' TO W-FIN-FICHIER.
006290     PERFORM 3410-LIRE-BUD-TAB THRU 3410-EXIT
006300         UNTIL FIN-FICHIER.
006310     CLOSE BUD-TAB.
006320     OPEN OUTPUT BUD-TAB-NV.
006330     IF W-NB-REF > ZERO
006340        PERFORM 3420-ECRIRE-BUD-TAB THRU 3420-EXIT
006350           VARYING W-I FROM 1 BY 1 UNTIL W-I > W-NB-REF
006360     END-IF.
006370     CLOSE BUD-TAB-NV.
006380 3400-EXIT.
006390     EXIT.
006400 3410-LIRE-BUD-TAB.
006410     READ BUD-TAB
006420        AT END
006430           MOVE 'O' TO W-FIN-FICHIER
006440           GO TO 3410-EXIT
006450     END-READ.
006460     ADD 1 TO W-BL-LUS (W-F).
006470     MOVE BU-COANAL TO W-CODE-COURANT.
006480     PERFORM 5000-CONVERTIR-CODE THRU 5000-EXIT.
006490     MOVE SPACES TO W-CLE-COURANTE.
006500     STRING W-CODE-COURANT DELIMITED BY SIZE
006510         BU-MOIS DELIMITED BY SIZE
006520         INTO W-CLE-COURANTE
006530     END-STRING.
006540     MOVE SPACES TO W-DONNEES-COURANTES.
006550     MOVE BU-MONTANT TO W-MONTANT-COURANT.
006560     PERFORM 5100-RANGER-LIGNE THRU 5100-EXIT.
006570 3410-EXIT.
006580     EXIT.
006590 3420-ECRIRE-BUD-TAB.
006600     MOVE W-RF-CLE (W-I) (1:5) TO BN-COANAL.
006610     MOVE W-RF-CLE (W-I) (6:6) TO BN-MOIS.
006620     MOVE W-RF-MONTANT (W-I) TO BN-MONTANT.
006630     WRITE BUD-TAB-NV-LIGNE.
006640     ADD 1 TO W-BL-ECRITS (W-F).
006650 3420-EXIT.
006660     EXIT.
006670*****************************************************************
006680*    5000-CONVERTIR-CODE - W-CODE-COURANT EST REMPLACE PAR SON
006690*    NOUVEAU CODE SI UNE CONVERSION APPLIQUEE LE VISE.
006700*****************************************************************
006710 5000-CONVERTIR-CODE.
006720     MOVE 'N' TO W-TRADUIT-SW.
006730     IF W-NB-CONV = ZERO
006740        GO TO 5000-EXIT
006750     END-IF.
006760     SET W-IDX-CV TO 1.
006770     SEARCH W-CV-ENTREE
006780        AT END
006790           CONTINUE
006800        WHEN W-IDX-CV > W-NB-CONV
006810           CONTINUE
006820        WHEN W-CV-ANCIEN (W-IDX-CV) = W-CODE-COURANT
006830           AND CV-APPLIQUEE (W-IDX-CV)
006840           MOVE W-CV-NOUVEAU (W-IDX-CV) TO W-CODE-COURANT
006850           MOVE 'O' TO W-TRADUIT-SW
006860           ADD 1 TO W-BL-TRADUITS (W-F)
006870     END-SEARCH.
006880 5000-EXIT.
006890     EXIT.
006900*****************************************************************
006910*    5100-RANGER-LIGNE - RANGE LA LIGNE CONVERTIE EN TABLE. CLE
006920*    DEJA PRESENTE : CUMUL DU MONTANT EN MODE SOMME ; EN MODE
006930*    UNIQUE, LIGNE IDENTIQUE CONFONDUE, LIGNE DIFFERENTE EN
006940*    CONFLIT - LA LIGNE DU NOUVEAU CODE D'ORIGINE L'EMPORTE SUR
006950*    CELLE ISSUE D'UN ANCIEN CODE, SINON LA PREMIERE LUE.
006960*****************************************************************
006970 5100-RANGER-LIGNE.
006980     IF W-NB-REF = ZERO
006990        PERFORM 5110-CREER-LIGNE THRU 5110-EXIT
007000        GO TO 5100-EXIT
007010     END-IF.
007020     SET W-IDX-RF TO 1.
007030     SEARCH W-RF-ENTREE
007040        AT END
007050           PERFORM 5110-CREER-LIGNE THRU 5110-EXIT
007060        WHEN W-IDX-RF > W-NB-REF
007070           PERFORM 5110-CREER-LIGNE THRU 5110-EXIT
007080        WHEN W-RF-CLE (W-IDX-RF) = W-CLE-COURANTE
007090           PERFORM 5120-FUSIONNER-LIGNE THRU 5120-EXIT
007100     END-SEARCH.
007110 5100-EXIT.
007120     EXIT.
007130 5110-CREER-LIGNE.
007140     IF W-NB-REF NOT < 2400
007150        IF NOT TABLE-REF-PLEINE
007160           MOVE 'O' TO W-TABLE-PLEINE-SW
007170           DISPLAY 'HZAN0001 - TABLE ' W-NOM-TABLE (W-F)
007180               ' TROP GRANDE (2400 LIGNES MAXIMUM)'
007190        END-IF
007200        MOVE 8 TO RETURN-CODE
007210        GO TO 5110-EXIT
007220     END-IF.
007230     ADD 1 TO W-NB-REF.
007240     MOVE W-CLE-COURANTE TO W-RF-CLE (W-NB-REF).
007250     MOVE W-DONNEES-COURANTES TO W-RF-DONNEES (W-NB-REF).
007260     MOVE W-MONTANT-COURANT TO W-RF-MONTANT (W-NB-REF).
007270     MOVE W-TRADUIT-SW TO W-RF-TRADUIT (W-NB-REF).
007280 5110-EXIT.
007290     EXIT.
007300 5120-FUSIONNER-LIGNE.
007310     IF FUSION-SOMME
007320        ADD W-MONTANT-COURANT TO W-RF-MONTANT (W-IDX-RF)
007330        ADD 1 TO W-BL-FUSIONNES (W-F)
007340        GO TO 5120-EXIT
007350     END-IF.
007360     IF W-RF-DONNEES (W-IDX-RF) = W-DONNEES-COURANTES
007370        ADD 1 TO W-BL-FUSIONNES (W-F)
007380        GO TO 5120-EXIT
007390     END-IF.
007400     ADD 1 TO W-BL-CONFLITS (W-F).
007410     IF RETURN-CODE < 4
007420        MOVE 4 TO RETURN-CODE
007430     END-IF.
007440     MOVE SPACES TO AN-RPRT-LIGNE.
007450     STRING 'CONFLIT ' DELIMITED BY SIZE
007460         W-NOM-TABLE (W-F) DELIMITED BY SIZE
007470         ' CODE ' DELIMITED BY SIZE
007480         W-CLE-COURANTE (1:5) DELIMITED BY SIZE
007490         ' : ' DELIMITED BY SIZE
007500         W-RF-DONNEES (W-IDX-RF) DELIMITED BY SIZE
007510         ' / ' DELIMITED BY SIZE
007520         W-DONNEES-COURANTES DELIMITED BY SIZE
007530         INTO AN-RPRT-LIGNE
007540     END-STRING.
007550     IF W-RF-TRADUIT (W-IDX-RF) = 'O' AND NOT CODE-TRADUIT
007560        MOVE W-DONNEES-COURANTES TO W-RF-DONNEES (W-IDX-RF)
007570        MOVE 'N' TO W-RF-TRADUIT (W-IDX-RF)
007580        MOVE 'SECONDE CONSERVEE' TO AN-RPRT-LIGNE (80:17)
007590     ELSE
007600        MOVE 'PREMIERE CONSERVEE' TO AN-RPRT-LIGNE (80:18)
007610     END-IF.
007620     WRITE AN-RPRT-LIGNE.
007630 5120-EXIT.
007640     EXIT.
007650*****************************************************************
007660*    6000-SIGNALER-ABSENCE - TABLE DE REFERENCE INDISPONIBLE :
007670*    LA CONVERSION SERAIT INCOMPLETE, CODE 8 (AUCUNE TABLE NE
007680*    DOIT ETRE SUBSTITUEE).
007690*****************************************************************
007700 6000-SIGNALER-ABSENCE.
007710     DISPLAY 'HZAN0001 - ' W-NOM-TABLE (W-F)
007720         ' INDISPONIBLE - STATUT ' W-STATUT-OUVERTURE.
007730     MOVE SPACES TO AN-RPRT-LIGNE.
007740     STRING W-NOM-TABLE (W-F) DELIMITED BY SIZE
007750         ' INDISPONIBLE - STATUT ' DELIMITED BY SIZE
007760         W-STATUT-OUVERTURE DELIMITED BY SIZE
007770         INTO AN-RPRT-LIGNE
007780     END-STRING.
007790     WRITE AN-RPRT-LIGNE.
007800     MOVE 8 TO RETURN-CODE.
007810 6000-EXIT.
007820     EXIT.
007830*****************************************************************
007840*    7000-EDITER-BILAN - COMPTES PAR TABLE, CONTROLE LUS =
007850*    ECRITS + FUSIONNES + CONFLITS, COMPTES DES CONVERSIONS ET
007860*    CONSIGNE DE SUBSTITUTION.
007870*****************************************************************
007880 7000-EDITER-BILAN.
007890     MOVE SPACES TO AN-RPRT-LIGNE.
007900     WRITE AN-RPRT-LIGNE.
007910     MOVE 'COMPTES PAR TABLE' TO AN-RPRT-LIGNE.
007920     WRITE AN-RPRT-LIGNE.
007930     PERFORM 7100-EDITER-TABLE THRU 7100-EXIT
007940         VARYING W-F FROM 1 BY 1 UNTIL W-F > 3.
007950     MOVE SPACES TO AN-RPRT-LIGNE.
007960     WRITE AN-RPRT-LIGNE.
007970     MOVE W-NB-CONV-LUES TO W-NB-EDIT.
007980     MOVE SPACES TO AN-RPRT-LIGNE.
007990     STRING 'CONVERSIONS LUES       : ' DELIMITED BY SIZE
008000         W-NB-EDIT DELIMITED BY SIZE
008010         INTO AN-RPRT-LIGNE
008020     END-STRING.
008030     WRITE AN-RPRT-LIGNE.
008040     MOVE W-NB-CONV-APPLIQUEES TO W-NB-EDIT.
008050     MOVE SPACES TO AN-RPRT-LIGNE.
008060     STRING 'CONVERSIONS APPLIQUEES : ' DELIMITED BY SIZE
008070         W-NB-EDIT DELIMITED BY SIZE
008080         INTO AN-RPRT-LIGNE
008090     END-STRING.
008100     WRITE AN-RPRT-LIGNE.
008110     MOVE W-NB-CONV-EN-ATTENTE TO W-NB-EDIT.
008120     MOVE SPACES TO AN-RPRT-LIGNE.
008130     STRING 'CONVERSIONS EN ATTENTE : ' DELIMITED BY SIZE
008140         W-NB-EDIT DELIMITED BY SIZE
008150         INTO AN-RPRT-LIGNE
008160     END-STRING.
008170     WRITE AN-RPRT-LIGNE.
008180     MOVE W-NB-CONV-REJETEES TO W-NB-EDIT.
008190     MOVE SPACES TO AN-RPRT-LIGNE.
008200     STRING 'CONVERSIONS REJETEES   : ' DELIMITED BY SIZE
008210         W-NB-EDIT DELIMITED BY SIZE
008220         INTO AN-RPRT-LIGNE
008230     END-STRING.
008240     WRITE AN-RPRT-LIGNE.
008250     MOVE W-NB-CHAINES TO W-NB-EDIT.
008260     MOVE SPACES TO AN-RPRT-LIGNE.
008270     STRING 'CONVERSIONS EN CHAINE  : ' DELIMITED BY SIZE
008280         W-NB-EDIT DELIMITED BY SIZE
008290         INTO AN-RPRT-LIGNE
008300     END-STRING.
008310     WRITE AN-RPRT-LIGNE.
008320     MOVE SPACES TO AN-RPRT-LIGNE.
008330     WRITE AN-RPRT-LIGNE.
008340     IF RETURN-CODE = 8
008350        MOVE 'CODE RETOUR 8 : LES TABLES D''ORIGINE RESTENT EN '
008360           TO AN-RPRT-LIGNE
008370        MOVE 'PLACE' TO AN-RPRT-LIGNE (50:5)
008380     ELSE
008390        MOVE 'TABLES A SUBSTITUER : CPTMAPNV, SPDESTNV, BUDTABNV'
008400           TO AN-RPRT-LIGNE
008410     END-IF.
008420     WRITE AN-RPRT-LIGNE.
008430 7000-EXIT.
008440     EXIT.
008450 7100-EDITER-TABLE.
008460     IF NOT BL-TRAITEE (W-F)
008470        MOVE SPACES TO AN-RPRT-LIGNE
008480        STRING W-NOM-TABLE (W-F) DELIMITED BY SIZE
008490            ' NON TRAITEE' DELIMITED BY SIZE
008500            INTO AN-RPRT-LIGNE
008510        END-STRING
008520        WRITE AN-RPRT-LIGNE
008530        GO TO 7100-EXIT
008540     END-IF.
008550     MOVE W-NOM-TABLE (W-F) TO WLB-TABLE.
008560     MOVE W-BL-LUS (W-F) TO WLB-LUS.
008570     MOVE W-BL-TRADUITS (W-F) TO WLB-TRADUITS.
008580     MOVE W-BL-FUSIONNES (W-F) TO WLB-FUSIONNES.
008590     MOVE W-BL-CONFLITS (W-F) TO WLB-CONFLITS.
008600     MOVE W-BL-ECRITS (W-F) TO WLB-ECRITS.
008610     MOVE W-LIGNE-BILAN TO AN-RPRT-LIGNE.
008620     WRITE AN-RPRT-LIGNE.
008630     COMPUTE W-NB-CONTROLE = W-BL-ECRITS (W-F)
008640         + W-BL-FUSIONNES (W-F) + W-BL-CONFLITS (W-F).
008650     IF W-NB-CONTROLE NOT = W-BL-LUS (W-F)
008660        MOVE SPACES TO AN-RPRT-LIGNE
008670        STRING W-NOM-TABLE (W-F) DELIMITED BY SIZE
008680            ' *** ECART DE CONTROLE LUS / ECRITS ***'
008690            DELIMITED BY SIZE
008700            INTO AN-RPRT-LIGNE
008710        END-STRING
008720        WRITE AN-RPRT-LIGNE
008730        MOVE 8 TO RETURN-CODE
008740     END-IF.
008750 7100-EXIT.
008760     EXIT.
008770 8000-TERMINE.
008780     CLOSE AN-RPRT.
008790     MOVE W-NB-CONV-APPLIQUEES TO W-NB-EDIT.
008800     DISPLAY 'HZAN0001 - CONVERSIONS APPLIQUEES : ' W-NB-EDIT.
008810     MOVE W-NB-CONV-EN-ATTENTE TO W-NB-EDIT.
008820     DISPLAY 'HZAN0001 - CONVERSIONS EN ATTENTE : ' W-NB-EDIT.
008830     DISPLAY 'HZAN0001 - CODE RETOUR : ' RETURN-CODE.
008840 8000-EXIT.
008850     EXIT.
