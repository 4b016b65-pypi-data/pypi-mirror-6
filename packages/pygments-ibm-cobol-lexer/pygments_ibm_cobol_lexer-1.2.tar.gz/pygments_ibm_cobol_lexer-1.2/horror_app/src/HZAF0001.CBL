000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZAF0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. TRANSACTION HZAF - AFFECTATION EN LIGNE DES PAIEMENTS
000080     NON IDENTIFIES DU SUSPENS (MAP HZAFM1 DU MAPSET HZAFM01).
000090     LISTE LES SUSPENS DE TYPE 'I' DE LA FILE SUSP-OUT DE
000100     HZPM0001 (ESDS SUSPENS COTE CICS) PAR TRANCHE D'ANCIENNETE
000110     (0-30 / 31-60 / PLUS DE 60 JOURS, MEMES TRANCHES QUE LE
000120     RAPPORT PM-RPRT), PAR PAGES DE DIX, PAGINATION PFK8 / PFK7
000130     COMME HZIQ0001. UN OPERATEUR HABILITE (AUTH-TAB, COMME
000140     HZUP0001) AFFECTE UNE LIGNE A UN ADHERENT ET UNE FACTURE
000150     (PF5) : L'AFFECTATION EST ECRITE DANS SUSP-AFF, QUE
000160     HZPM0001 APPLIQUE A SON PROCHAIN PASSAGE, ET JOURNALISEE
000170     AVEC L'UTILISATEUR ET L'HORODATE DANS UPD-AUDIT.
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
000310 DATA DIVISION.
000320 WORKING-STORAGE SECTION.
000330 COPY HZAFM01.
000340 COPY DFHAID.
000350*****************************************************************
000360*    FICHIERS ATTEINTS PAR FILE CONTROL CICS : LE SUSPENS EST
000370*    UN ESDS PARCOURU PAR RBA, LES AFFECTATIONS ET LA PISTE
000380*    UPD-AUDIT SONT DES ESDS ECRITS EN AJOUT, AUTH-TAB EST LU
000390*    EN DIRECT SUR LE USER-ID (MEMES FICHIERS QUE HZUP0001).
000400*****************************************************************
000410 01  W-FICHIER-SUSPENS           PIC X(08) VALUE 'SUSPENS'.
000420 01  W-FICHIER-AFFECT            PIC X(08) VALUE 'SUSPAFF'.
000430 01  W-FICHIER-AUTH              PIC X(08) VALUE 'AUTHTAB'.
000440 01  W-FICHIER-AUDIT             PIC X(08) VALUE 'UPDAUDIT'.
000450 01  W-RBA-BROWSE                PIC S9(08) COMP VALUE ZERO.
000460 01  W-RBA-AFFECT                PIC S9(08) COMP VALUE ZERO.
000470 01  W-RBA-AUDIT                 PIC S9(08) COMP VALUE ZERO.
000480 01  W-RESP-CICS                 PIC S9(08) COMP.
000490 01  W-RESP-AUDIT                PIC S9(08) COMP.
000500*****************************************************************
000510*    LIGNE DE SUSPENS, MEME DESSIN QUE SUSP-OUT DE HZPM0001.
000520*****************************************************************
000530 01  SUSP-LIGNE.
000540     05  SU-TYPE                 PIC X(01).
000550     05  SU-DATE                 PIC 9(08).
000560     05  SU-COADHF               PIC X(09).
000570     05  SU-MONTANT              PIC S9(11)V99
000580                                 SIGN LEADING SEPARATE.
000590     05  SU-LIBELLE              PIC X(30).
000600*****************************************************************
000610*    SUSP-AFF - AFFECTATION D'UN SUSPENS 'I' : HORODATE ET
000620*    UTILISATEUR, IMAGE DE LA LIGNE DE SUSPENS AFFECTEE (DATE,
000630*    ADHERENT, MONTANT, LIBELLE - C'EST SUR ELLE QUE HZPM0001
000640*    RETROUVE LE SUSPENS), ADHERENT ET FACTURE D'AFFECTATION.
000650*****************************************************************
000660 01  SUSP-AFF-LIGNE.
000670     05  SA-HORODATE             PIC X(15).
000680     05  SA-USER-ID              PIC X(08).
000690     05  SA-SU-DATE              PIC 9(08).
000700     05  SA-SU-COADHF            PIC X(09).
000710     05  SA-SU-MONTANT           PIC S9(11)V99
000720                                 SIGN LEADING SEPARATE.
000730     05  SA-SU-LIBELLE           PIC X(30).
000740     05  SA-COADHF               PIC X(09).
000750     05  SA-NUMERO-FACTURE       PIC 9(08).
000760*****************************************************************
000770*    LIGNE UPD-AUDIT, MEME DESSIN QUE DANS HORROR (6003) ET
000780*    HZUP0001. POUR UNE AFFECTATION CETRTF PORTE 'AFFEC', LE
000790*    MONTANT APRES PORTE LE MONTANT AFFECTE.
000800*****************************************************************
000810 01  UPD-AUDIT-LIGNE.
000820     05  UA-HORODATE             PIC X(15).
000830     05  UA-USER-ID              PIC X(08).
000840     05  UA-COETBL               PIC X(05).
000850     05  UA-COADHF               PIC X(09).
000860     05  UA-CETRTF               PIC X(05).
000870     05  UA-COTRTO               PIC X(05).
000880     05  UA-COTNET-AVANT         PIC S9(07)V99
000890                                 SIGN LEADING SEPARATE.
000900     05  UA-COTNET-APRES         PIC S9(07)V99
000910                                 SIGN LEADING SEPARATE.
000920 01  W-HORODATE-TRAVAIL.
000930     05  W-HORO-DATE             PIC 9(06).
000940     05  W-HORO-HEURE            PIC 9(08).
000950*****************************************************************
000960*    INDICATEUR DE TOUCHE, MEME CONVENTION QUE PFKEY-INDICATOR
000970*    DANS HORROR (HZAF N'EXPLOITE QUE ENTREE, CLEAR, PFK3,
000980*    PFK5, PFK7 ET PFK8).
000990*****************************************************************
001000 01  PFKEY-INDICATOR             PIC 99 VALUE 00.
001010     88  ENTER-KEY               VALUE 00.
001020     88  CLEAR                   VALUE 93.
001030     88  PFK3                    VALUE 3.
001040     88  PFK5                    VALUE 5.
001050     88  PFK7                    VALUE 7.
001060     88  PFK8                    VALUE 8.
001070     88  AUTRE-TOUCHE            VALUE 99.
001080*****************************************************************
001090*    ZONE DE CONVERSATION (COMMAREA) : TRANCHE CHOISIE, RBA
001100*    HAUTE ET BASSE DE LA PAGE AFFICHEE, NUMERO DE PAGE, NOMBRE
001110*    DE LIGNES ET RBA DE CHAQUE LIGNE (C'EST PAR ELLE QUE PF5
001120*    RELIT LA LIGNE CHOISIE).
001130*****************************************************************
001140 01  W-COMMAREA.
001150     05  W-COM-TRANCHE           PIC X(01).
001160         88  TRANCHE-TOUTES      VALUE SPACE.
001170         88  TRANCHE-0-30        VALUE '1'.
001180         88  TRANCHE-31-60       VALUE '2'.
001190         88  TRANCHE-60-PLUS     VALUE '3'.
001200     05  W-COM-RBA-HAUT          PIC S9(08) COMP.
001210     05  W-COM-RBA-BAS           PIC S9(08) COMP.
001220     05  W-COM-PAGE              PIC 9(04).
001230     05  W-COM-NB-LIGNES         PIC 9(02).
001240     05  W-COM-RBA-LIGNE         PIC S9(08) COMP
001250                                 OCCURS 10 TIMES.
001260 01  W-LONG-COMMAREA             PIC S9(04) COMP VALUE 55.
001270 01  W-TRANSID-HZAF              PIC X(04) VALUE 'HZAF'.
001280*****************************************************************
001290*    HABILITATION : L'UTILISATEUR CICS COURANT DOIT FIGURER DANS
001300*    AUTH-TAB (TABLE ABSENTE OU ENTREE ABSENTE = REFUS, COMME
001310*    HZUP0001).
001320*****************************************************************
001330 01  W-USER-ID                   PIC X(08) VALUE SPACES.
001340 01  W-AUTH-ENREG.
001350     05  W-AT-USER-ID            PIC X(08).
001360 01  W-USER-HABILITE-SW          PIC X VALUE 'N'.
001370     88  USER-HABILITE           VALUE 'O'.
001380*****************************************************************
001390*    ANCIENNETE (QUANTIEMES, MEME CALCUL QUE HZPM0001).
001400*****************************************************************
001410 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
001420 01  W-QUANTIEME-JOUR            PIC 9(07) COMP VALUE ZERO.
001430 01  W-QUANTIEME-SUSP            PIC 9(07) COMP VALUE ZERO.
001440 01  W-AGE-JOURS                 PIC S9(05) COMP VALUE ZERO.
001450 01  W-LIGNE-RETENUE-SW          PIC X VALUE 'N'.
001460     88  LIGNE-RETENUE           VALUE 'O'.
001470 01  W-SAUTER-PREMIERE-SW        PIC X VALUE 'N'.
001480     88  SAUTER-PREMIERE         VALUE 'O'.
001490 01  W-NB-LIGNES-PAGE            PIC 9(02) COMP VALUE 0.
001500 01  W-IDX-REMPLIR               PIC 9(02) COMP VALUE 0.
001510 01  W-LIGNE-CHOISIE             PIC 9(02) VALUE ZERO.
001520 01  W-FIN-BROWSE                PIC X VALUE 'N'.
001530     88  FIN-BROWSE              VALUE 'O'.
001540 01  W-SAISIE-VALIDE-SW          PIC X VALUE 'O'.
001550     88  SAISIE-VALIDE           VALUE 'O'.
001560 01  W-NO-EDIT                   PIC Z9.
001570 01  W-AGE-EDIT                  PIC ZZZ9.
001580 01  W-MT-EDIT                   PIC -(9)9,99.
001590 01  W-PAGE-EDIT                 PIC ZZZ9.
001600 01  W-LIGNE-DETAIL              PIC X(76).
001610*****************************************************************
001620*    TAMPON DE PAGE POUR LA PAGINATION ARRIERE, COMME HZIQ0001 :
001630*    LIGNES COLLECTEES EN DESCENDANT PAR READPREV PUIS
001640*    REVERSEES A L'AFFICHAGE.
001650*****************************************************************
001660 01  W-TAMPON-PAGE.
001670     05  W-TP-ENTREE OCCURS 10 TIMES.
001680         10  W-TP-RBA            PIC S9(08) COMP.
001690         10  W-TP-LIGNE          PIC X(76).
001700 01  W-MSG-FIN                   PIC X(30) VALUE
001710     'HZAF - FIN D''AFFECTATION'.
001720 01  W-LONG-MSG-FIN              PIC S9(04) COMP VALUE 30.
001730 LINKAGE SECTION.
001740 01  DFHCOMMAREA                 PIC X(55).
001750 PROCEDURE DIVISION.
001760 0000-MAINLINE.
001770     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
001780     COMPUTE W-QUANTIEME-JOUR =
001790        FUNCTION INTEGER-OF-DATE (W-DATE-JOUR-CCYYMMDD).
001800     IF EIBCALEN = ZERO
001810        PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
001820        GO TO 0000-RETOUR
001830     END-IF.
001840     MOVE DFHCOMMAREA TO W-COMMAREA.
001850     PERFORM 1100-CONVERTIR-AID THRU 1100-EXIT.
001860     EVALUATE TRUE
001870        WHEN PFK3
001880           PERFORM 9000-FIN-TRANSACTION THRU 9000-EXIT
001890        WHEN CLEAR
001900           PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
001910        WHEN ENTER-KEY
001920           PERFORM 2000-NOUVELLE-LISTE THRU 2000-EXIT
001930        WHEN PFK5
001940           PERFORM 5000-AFFECTER THRU 5000-EXIT
001950        WHEN PFK8
001960           PERFORM 3000-PAGE-AVANT THRU 3000-EXIT
001970        WHEN PFK7
001980           PERFORM 4000-PAGE-ARRIERE THRU 4000-EXIT
001990        WHEN OTHER
002000           MOVE 'TOUCHE NON GEREE - ENTREE, PF3, PF5, PF7 OU PF8'
002010              TO MSGO
002020           PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002030     END-EVALUATE.
002040 0000-RETOUR.
002050     EXEC CICS RETURN TRANSID (W-TRANSID-HZAF)
002060                      COMMAREA (W-COMMAREA)
002070                      LENGTH (W-LONG-COMMAREA)
002080     END-EXEC.
002090 0000-EXIT.
002100     EXIT.
002110*****************************************************************
002120*    1000-PREMIER-AFFICHAGE - MAP VIERGE (PREMIER PASSAGE OU
002130*    CLEAR). LA CONVERSATION REPART D'UNE ZONE COMMAREA NEUVE.
002140*****************************************************************
002150 1000-PREMIER-AFFICHAGE.
002160     MOVE LOW-VALUES TO HZAFM1O.
002170     MOVE SPACE TO W-COM-TRANCHE.
002180     MOVE ZERO TO W-COM-RBA-HAUT W-COM-RBA-BAS W-COM-PAGE
002190                  W-COM-NB-LIGNES.
002200     MOVE 'CHOISIR UNE TRANCHE (OU BLANC) PUIS ENTREE' TO MSGO.
002210     EXEC CICS SEND MAP ('HZAFM1')
002220                    MAPSET ('HZAFM01')
002230                    FROM (HZAFM1O)
002240                    ERASE
002250     END-EXEC.
002260 1000-EXIT.
002270     EXIT.
002280*****************************************************************
002290*    1100-CONVERTIR-AID - TRADUIT EIBAID DANS L'INDICATEUR DE
002300*    TOUCHE (MEME CONVENTION NUMERIQUE QUE PFKEY-INDICATOR DE
002310*    HORROR ET HZIQ0001).
002320*****************************************************************
002330 1100-CONVERTIR-AID.
002340     EVALUATE EIBAID
002350        WHEN DFHENTER
002360           MOVE 00 TO PFKEY-INDICATOR
002370        WHEN DFHCLEAR
002380           MOVE 93 TO PFKEY-INDICATOR
002390        WHEN DFHPF3
002400           MOVE 03 TO PFKEY-INDICATOR
002410        WHEN DFHPF5
002420           MOVE 05 TO PFKEY-INDICATOR
002430        WHEN DFHPF7
002440           MOVE 07 TO PFKEY-INDICATOR
002450        WHEN DFHPF8
002460           MOVE 08 TO PFKEY-INDICATOR
002470        WHEN OTHER
002480           MOVE 99 TO PFKEY-INDICATOR
002490     END-EVALUATE.
002500 1100-EXIT.
002510     EXIT.
002520*****************************************************************
002530*    2000-NOUVELLE-LISTE - RECOIT LA MAP, RETIENT LA TRANCHE
002540*    SAISIE ET AFFICHE LA PREMIERE PAGE DEPUIS LE DEBUT DU
002550*    SUSPENS.
002560*****************************************************************
002570 2000-NOUVELLE-LISTE.
002580     EXEC CICS RECEIVE MAP ('HZAFM1')
002590                       MAPSET ('HZAFM01')
002600                       INTO (HZAFM1I)
002610                       RESP (W-RESP-CICS)
002620     END-EXEC.
002630     IF W-RESP-CICS NOT = DFHRESP(MAPFAIL)
002640        AND TRAL > ZERO
002650        MOVE TRAI TO W-COM-TRANCHE
002660     END-IF.
002670     IF NOT TRANCHE-TOUTES AND NOT TRANCHE-0-30
002680        AND NOT TRANCHE-31-60 AND NOT TRANCHE-60-PLUS
002690        MOVE LOW-VALUES TO HZAFM1O
002700        MOVE SPACE TO W-COM-TRANCHE
002710        MOVE ZERO TO W-COM-NB-LIGNES
002720        MOVE 'TRANCHE INVALIDE - 1, 2, 3 OU BLANC' TO MSGO
002730        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002740        GO TO 2000-EXIT
002750     END-IF.
002760     MOVE ZERO TO W-COM-PAGE W-COM-NB-LIGNES.
002770     MOVE ZERO TO W-RBA-BROWSE.
002780     MOVE 'N' TO W-SAUTER-PREMIERE-SW.
002790     PERFORM 3100-LIRE-PAGE-AVANT THRU 3100-EXIT.
002800 2000-EXIT.
002810     EXIT.
002820*****************************************************************
002830*    3000-PAGE-AVANT - PAGE SUIVANTE (PFK8) : REPOSITIONNEMENT
002840*    SUR LA DERNIERE LIGNE AFFICHEE, QUI EST SAUTEE.
002850*****************************************************************
002860 3000-PAGE-AVANT.
002870     IF W-COM-NB-LIGNES = ZERO
002880        MOVE 'AUCUNE PAGE EN COURS - ENTREE D''ABORD' TO MSGO
002890        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002900        GO TO 3000-EXIT
002910     END-IF.
002920     MOVE W-COM-RBA-BAS TO W-RBA-BROWSE.
002930     MOVE 'O' TO W-SAUTER-PREMIERE-SW.
002940     PERFORM 3100-LIRE-PAGE-AVANT THRU 3100-EXIT.
002950 3000-EXIT.
002960     EXIT.
002970*****************************************************************
002980*    3100-LIRE-PAGE-AVANT - STARTBR SUR W-RBA-BROWSE PUIS
002990*    READNEXT JUSQU'A DIX LIGNES RETENUES (SUSPENS 'I' DE LA
003000*    TRANCHE CHOISIE). EN PAGE SUIVANTE LA LIGNE DE
003010*    POSITIONNEMENT EST SAUTEE. AUCUNE LIGNE : LA PAGE
003020*    COURANTE RESTE CELLE DE LA COMMAREA.
003030*****************************************************************
003040 3100-LIRE-PAGE-AVANT.
003050     MOVE LOW-VALUES TO HZAFM1O.
003060     MOVE ZERO TO W-NB-LIGNES-PAGE.
003070     MOVE 'N' TO W-FIN-BROWSE.
003080     EXEC CICS STARTBR FILE (W-FICHIER-SUSPENS)
003090                      RIDFLD (W-RBA-BROWSE)
003100                      RBA
003110                      GTEQ
003120                      RESP (W-RESP-CICS)
003130     END-EXEC.
003140     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
003150        MOVE 'SUSPENS VIDE OU INDISPONIBLE' TO MSGO
003160        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
003170        GO TO 3100-EXIT
003180     END-IF.
003190     PERFORM 3200-LIRE-SUIVANT THRU 3200-EXIT
003200        UNTIL FIN-BROWSE OR W-NB-LIGNES-PAGE = 10.
003210     EXEC CICS ENDBR FILE (W-FICHIER-SUSPENS)
003220     END-EXEC.
003230     IF W-NB-LIGNES-PAGE = ZERO
003240        IF W-COM-NB-LIGNES > ZERO
003250           PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT
003260        END-IF
003270        MOVE 'FIN DE LISTE - AUCUN SUSPENS SUPPLEMENTAIRE'
003280           TO MSGO
003290     ELSE
003300        MOVE W-NB-LIGNES-PAGE TO W-COM-NB-LIGNES
003310        ADD 1 TO W-COM-PAGE
003320        MOVE 'LIGNE, ADHERENT, FACTURE PUIS PF5 - PF7/PF8 PAGES'
003330           TO MSGO
003340     END-IF.
003350     PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT.
003360 3100-EXIT.
003370     EXIT.
003380 3200-LIRE-SUIVANT.
003390     EXEC CICS READNEXT FILE (W-FICHIER-SUSPENS)
003400                       INTO (SUSP-LIGNE)
003410                       RIDFLD (W-RBA-BROWSE)
003420                       RBA
003430                       RESP (W-RESP-CICS)
003440     END-EXEC.
003450     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
003460        MOVE 'O' TO W-FIN-BROWSE
003470        GO TO 3200-EXIT
003480     END-IF.
003490     IF SAUTER-PREMIERE
003500        MOVE 'N' TO W-SAUTER-PREMIERE-SW
003510        IF W-RBA-BROWSE = W-COM-RBA-BAS
003520           GO TO 3200-EXIT
003530        END-IF
003540     END-IF.
003550     PERFORM 7000-RETENIR-LIGNE THRU 7000-EXIT.
003560     IF NOT LIGNE-RETENUE
003570        GO TO 3200-EXIT
003580     END-IF.
003590     ADD 1 TO W-NB-LIGNES-PAGE.
003600     MOVE W-NB-LIGNES-PAGE TO W-LIGNE-CHOISIE.
003610     PERFORM 7100-FORMATER-LIGNE THRU 7100-EXIT.
003620     MOVE W-LIGNE-DETAIL TO LIGO (W-NB-LIGNES-PAGE).
003630     MOVE W-RBA-BROWSE TO W-COM-RBA-LIGNE (W-NB-LIGNES-PAGE).
003640     IF W-NB-LIGNES-PAGE = 1
003650        MOVE W-RBA-BROWSE TO W-COM-RBA-HAUT
003660     END-IF.
003670     MOVE W-RBA-BROWSE TO W-COM-RBA-BAS.
003680 3200-EXIT.
003690     EXIT.
003700*****************************************************************
003710*    4000-PAGE-ARRIERE - PAGE PRECEDENTE (PFK7) : LIGNES
003720*    COLLECTEES EN DESCENDANT PAR READPREV A PARTIR DE LA
003730*    PREMIERE LIGNE AFFICHEE (ELLE-MEME SAUTEE), PUIS REVERSEES,
003740*    COMME HZIQ0001.
003750*****************************************************************
003760 4000-PAGE-ARRIERE.
003770     IF W-COM-NB-LIGNES = ZERO
003780        MOVE 'AUCUNE PAGE EN COURS - ENTREE D''ABORD' TO MSGO
003790        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
003800        GO TO 4000-EXIT
003810     END-IF.
003820     MOVE LOW-VALUES TO HZAFM1O.
003830     MOVE ZERO TO W-NB-LIGNES-PAGE.
003840     MOVE 'N' TO W-FIN-BROWSE.
003850     MOVE W-COM-RBA-HAUT TO W-RBA-BROWSE.
003860     EXEC CICS STARTBR FILE (W-FICHIER-SUSPENS)
003870                      RIDFLD (W-RBA-BROWSE)
003880                      RBA
003890                      GTEQ
003900                      RESP (W-RESP-CICS)
003910     END-EXEC.
003920     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
003930        MOVE 'SUSPENS VIDE OU INDISPONIBLE' TO MSGO
003940        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
003950        GO TO 4000-EXIT
003960     END-IF.
003970     PERFORM 4100-LIRE-PRECEDENT THRU 4100-EXIT
003980        UNTIL FIN-BROWSE OR W-NB-LIGNES-PAGE = 10.
003990     EXEC CICS ENDBR FILE (W-FICHIER-SUSPENS)
004000     END-EXEC.
004010     IF W-NB-LIGNES-PAGE = ZERO
004020        PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT
004030        MOVE 'DEBUT DE LISTE - AUCUNE PAGE PRECEDENTE' TO MSGO
004040        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
004050        GO TO 4000-EXIT
004060     END-IF.
004070     PERFORM 4200-REVERSER-TAMPON THRU 4200-EXIT.
004080     IF W-COM-PAGE > 1
004090        SUBTRACT 1 FROM W-COM-PAGE
004100     END-IF.
004110     MOVE 'LIGNE, ADHERENT, FACTURE PUIS PF5 - PF7/PF8 PAGES'
004120        TO MSGO.
004130     PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT.
004140 4000-EXIT.
004150     EXIT.
004160 4100-LIRE-PRECEDENT.
004170     EXEC CICS READPREV FILE (W-FICHIER-SUSPENS)
004180                       INTO (SUSP-LIGNE)
004190                       RIDFLD (W-RBA-BROWSE)
004200                       RBA
004210                       RESP (W-RESP-CICS)
004220     END-EXEC.
004230     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
004240        MOVE 'O' TO W-FIN-BROWSE
004250        GO TO 4100-EXIT
004260     END-IF.
004270     IF W-RBA-BROWSE = W-COM-RBA-HAUT
004280        GO TO 4100-EXIT
004290     END-IF.
004300     PERFORM 7000-RETENIR-LIGNE THRU 7000-EXIT.
004310     IF NOT LIGNE-RETENUE
004320        GO TO 4100-EXIT
004330     END-IF.
004340     ADD 1 TO W-NB-LIGNES-PAGE.
004350     MOVE W-RBA-BROWSE TO W-TP-RBA (W-NB-LIGNES-PAGE).
004360     MOVE SUSP-LIGNE TO W-TP-LIGNE (W-NB-LIGNES-PAGE).
004370 4100-EXIT.
004380     EXIT.
004390*****************************************************************
004400*    4200-REVERSER-TAMPON - RESTITUE LE TAMPON DESCENDANT EN
004410*    ORDRE ASCENDANT (NUMEROS DE LIGNE REFAITS) ET POSE LES RBA
004420*    DE LA NOUVELLE PAGE.
004430*****************************************************************
004440 4200-REVERSER-TAMPON.
004450     PERFORM 4210-POSER-LIGNE THRU 4210-EXIT
004460        VARYING W-IDX-REMPLIR FROM 1 BY 1
004470        UNTIL W-IDX-REMPLIR > W-NB-LIGNES-PAGE.
004480     MOVE W-NB-LIGNES-PAGE TO W-COM-NB-LIGNES.
004490     MOVE W-TP-RBA (W-NB-LIGNES-PAGE) TO W-COM-RBA-HAUT.
004500     MOVE W-TP-RBA (1) TO W-COM-RBA-BAS.
004510 4200-EXIT.
004520     EXIT.
004530 4210-POSER-LIGNE.
004540     COMPUTE W-LIGNE-CHOISIE =
004550        W-NB-LIGNES-PAGE + 1 - W-IDX-REMPLIR.
004560     MOVE W-TP-LIGNE (W-IDX-REMPLIR) (1:62) TO SUSP-LIGNE.
004570     COMPUTE W-QUANTIEME-SUSP =
004580        FUNCTION INTEGER-OF-DATE (SU-DATE).
004590     COMPUTE W-AGE-JOURS = W-QUANTIEME-JOUR - W-QUANTIEME-SUSP.
004600     PERFORM 7100-FORMATER-LIGNE THRU 7100-EXIT.
004610     MOVE W-LIGNE-DETAIL TO LIGO (W-LIGNE-CHOISIE).
004620     MOVE W-TP-RBA (W-IDX-REMPLIR)
004630        TO W-COM-RBA-LIGNE (W-LIGNE-CHOISIE).
004640 4210-EXIT.
004650     EXIT.
004660*****************************************************************
004670*    5000-AFFECTER - PF5 : HABILITATION, CONTROLE DE LA SAISIE,
004680*    RELECTURE DE LA LIGNE CHOISIE PAR SON RBA (ELLE DOIT ETRE
004690*    TOUJOURS UN SUSPENS 'I'), ECRITURE DE L'AFFECTATION PUIS
004700*    DE LA LIGNE UPD-AUDIT.
004710*****************************************************************
004720 5000-AFFECTER.
004730     IF W-COM-NB-LIGNES = ZERO
004740        MOVE LOW-VALUES TO HZAFM1O
004750        MOVE 'AUCUNE PAGE EN COURS - ENTREE D''ABORD' TO MSGO
004760        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
004770        GO TO 5000-EXIT
004780     END-IF.
004790     PERFORM 5100-CONTROLER-HABILITATION THRU 5100-EXIT.
004800     IF NOT USER-HABILITE
004810        PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT
004820        MOVE 'OPERATEUR NON HABILITE (AUTH-TAB) - REFUS' TO MSGO
004830        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
004840        GO TO 5000-EXIT
004850     END-IF.
004860     EXEC CICS RECEIVE MAP ('HZAFM1')
004870                       MAPSET ('HZAFM01')
004880                       INTO (HZAFM1I)
004890                       RESP (W-RESP-CICS)
004900     END-EXEC.
004910     IF W-RESP-CICS = DFHRESP(MAPFAIL)
004920        PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT
004930        MOVE 'AUCUNE SAISIE RECUE - RIEN N''EST AFFECTE' TO MSGO
004940        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
004950        GO TO 5000-EXIT
004960     END-IF.
004970     PERFORM 5200-VALIDER-SAISIE THRU 5200-EXIT.
004980     IF NOT SAISIE-VALIDE
004990        GO TO 5000-EXIT
005000     END-IF.
005010     MOVE W-COM-RBA-LIGNE (W-LIGNE-CHOISIE) TO W-RBA-BROWSE.
005020     EXEC CICS READ FILE (W-FICHIER-SUSPENS)
005030                    INTO (SUSP-LIGNE)
005040                    RIDFLD (W-RBA-BROWSE)
005050                    RBA
005060                    RESP (W-RESP-CICS)
005070     END-EXEC.
005080     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
005090        OR SU-TYPE NOT = 'I'
005100        PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT
005110        MOVE 'LIGNE DE SUSPENS DISPARUE - RIEN N''EST AFFECTE'
005120           TO MSGO
005130        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
005140        GO TO 5000-EXIT
005150     END-IF.
005160     ACCEPT W-HORO-DATE FROM DATE.
005170     ACCEPT W-HORO-HEURE FROM TIME.
005180     MOVE W-HORODATE-TRAVAIL TO SA-HORODATE.
005190     MOVE W-USER-ID TO SA-USER-ID.
005200     MOVE SU-DATE TO SA-SU-DATE.
005210     MOVE SU-COADHF TO SA-SU-COADHF.
005220     MOVE SU-MONTANT TO SA-SU-MONTANT.
005230     MOVE SU-LIBELLE TO SA-SU-LIBELLE.
005240     EXEC CICS WRITE FILE (W-FICHIER-AFFECT)
005250                     FROM (SUSP-AFF-LIGNE)
005260                     RIDFLD (W-RBA-AFFECT)
005270                     RBA
005280                     RESP (W-RESP-CICS)
005290     END-EXEC.
005300     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
005310        PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT
005320        MOVE 'ECRITURE SUSP-AFF EN ERREUR - RIEN N''EST AFFECTE'
005330           TO MSGO
005340        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
005350        GO TO 5000-EXIT
005360     END-IF.
005370     PERFORM 5300-TRACER-UPD-AUDIT THRU 5300-EXIT.
005380     MOVE W-RESP-CICS TO W-RESP-AUDIT.
005390     PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT.
005400     IF W-RESP-AUDIT = DFHRESP(NORMAL)
005410        MOVE 'AFFECTATION ENREGISTREE - APPLIQUEE PAR HZPM0001'
005420           TO MSGO
005430     ELSE
005440        MOVE 'AFFECTATION FAITE - PISTE UPD-AUDIT EN ERREUR'
005450           TO MSGO
005460     END-IF.
005470     PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT.
005480 5000-EXIT.
005490     EXIT.
005500*****************************************************************
005510*    5100-CONTROLER-HABILITATION - MEME CONTROLE QUE HZUP0001 :
005520*    LECTURE DIRECTE D'AUTH-TAB SUR LE USER-ID CICS.
005530*****************************************************************
005540 5100-CONTROLER-HABILITATION.
005550     MOVE 'N' TO W-USER-HABILITE-SW.
005560     EXEC CICS ASSIGN USERID (W-USER-ID)
005570     END-EXEC.
005580     EXEC CICS READ FILE (W-FICHIER-AUTH)
005590                    INTO (W-AUTH-ENREG)
005600                    RIDFLD (W-USER-ID)
005610                    RESP (W-RESP-CICS)
005620     END-EXEC.
005630     IF W-RESP-CICS = DFHRESP(NORMAL)
005640        AND W-AT-USER-ID = W-USER-ID
005650        MOVE 'O' TO W-USER-HABILITE-SW
005660     END-IF.
005670 5100-EXIT.
005680     EXIT.
005690*****************************************************************
005700*    5200-VALIDER-SAISIE - LIGNE ENTRE 1 ET LE NOMBRE DE LIGNES
005710*    DE LA PAGE, ADHERENT RENSEIGNE, FACTURE NUMERIQUE NON NULLE.
005720*****************************************************************
005730 5200-VALIDER-SAISIE.
005740     MOVE 'O' TO W-SAISIE-VALIDE-SW.
005750     IF LGNL = ZERO OR LGNI NOT NUMERIC
005760        MOVE 'N' TO W-SAISIE-VALIDE-SW
005770     ELSE
005780        MOVE LGNI TO W-LIGNE-CHOISIE
005790        IF W-LIGNE-CHOISIE = ZERO
005800           OR W-LIGNE-CHOISIE > W-COM-NB-LIGNES
005810           MOVE 'N' TO W-SAISIE-VALIDE-SW
005820        END-IF
005830     END-IF.
005840     IF NOT SAISIE-VALIDE
005850        PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT
005860        MOVE 'NUMERO DE LIGNE INVALIDE' TO MSGO
005870        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
005880        GO TO 5200-EXIT
005890     END-IF.
005900     IF NADL = ZERO OR NADI = SPACES
005910        MOVE 'N' TO W-SAISIE-VALIDE-SW
005920        PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT
005930        MOVE 'ADHERENT D''AFFECTATION OBLIGATOIRE' TO MSGO
005940        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
005950        GO TO 5200-EXIT
005960     END-IF.
005970     IF NFAL = ZERO OR NFAI NOT NUMERIC OR NFAI = ZERO
005980        MOVE 'N' TO W-SAISIE-VALIDE-SW
005990        PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT
006000        MOVE 'NUMERO DE FACTURE INVALIDE - HUIT CHIFFRES' TO MSGO
006010        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
006020        GO TO 5200-EXIT
006030     END-IF.
006040     MOVE NADI TO SA-COADHF.
006050     MOVE NFAI TO SA-NUMERO-FACTURE.
006060 5200-EXIT.
006070     EXIT.
006080*****************************************************************
006090*    5300-TRACER-UPD-AUDIT - LIGNE UPD-AUDIT DE L'AFFECTATION
006100*    (UTILISATEUR, HORODATE, ADHERENT, MONTANT AFFECTE), COMME
006110*    4100-TRACER-UPD-AUDIT DE HZUP0001.
006120*****************************************************************
006130 5300-TRACER-UPD-AUDIT.
006140     MOVE W-HORODATE-TRAVAIL TO UA-HORODATE.
006150     MOVE W-USER-ID TO UA-USER-ID.
006160     MOVE SPACES TO UA-COETBL.
006170     MOVE SA-COADHF TO UA-COADHF.
006180     MOVE 'AFFEC' TO UA-CETRTF.
006190     MOVE SPACES TO UA-COTRTO.
006200     MOVE ZERO TO UA-COTNET-AVANT.
006210     MOVE SA-SU-MONTANT TO UA-COTNET-APRES.
006220     EXEC CICS WRITE FILE (W-FICHIER-AUDIT)
006230                     FROM (UPD-AUDIT-LIGNE)
006240                     RIDFLD (W-RBA-AUDIT)
006250                     RBA
006260                     RESP (W-RESP-CICS)
006270     END-EXEC.
006280 5300-EXIT.
006290     EXIT.
006300*****************************************************************
006310*    5900-REAFFICHER-PAGE - RELIT LA PAGE COURANTE DEPUIS SA
006320*    PREMIERE LIGNE (INCLUSE) POUR LA RENVOYER A L'ECRAN ; LE
006330*    MESSAGE EST POSE PAR L'APPELANT.
006340*****************************************************************
006350 5900-REAFFICHER-PAGE.
006360     MOVE LOW-VALUES TO HZAFM1O.
006370     MOVE ZERO TO W-NB-LIGNES-PAGE.
006380     MOVE 'N' TO W-FIN-BROWSE.
006390     MOVE 'N' TO W-SAUTER-PREMIERE-SW.
006400     MOVE W-COM-RBA-HAUT TO W-RBA-BROWSE.
006410     EXEC CICS STARTBR FILE (W-FICHIER-SUSPENS)
006420                      RIDFLD (W-RBA-BROWSE)
006430                      RBA
006440                      GTEQ
006450                      RESP (W-RESP-CICS)
006460     END-EXEC.
006470     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
006480        GO TO 5900-EXIT
006490     END-IF.
006500     PERFORM 3200-LIRE-SUIVANT THRU 3200-EXIT
006510        UNTIL FIN-BROWSE OR W-NB-LIGNES-PAGE = 10.
006520     EXEC CICS ENDBR FILE (W-FICHIER-SUSPENS)
006530     END-EXEC.
006540     MOVE W-NB-LIGNES-PAGE TO W-COM-NB-LIGNES.
006550 5900-EXIT.
006560     EXIT.
006570*****************************************************************
006580*    7000-RETENIR-LIGNE - UNE LIGNE EST RETENUE SI C'EST UN
006590*    SUSPENS 'I' DE LA TRANCHE D'ANCIENNETE CHOISIE.
006600*****************************************************************
006610 7000-RETENIR-LIGNE.
006620     MOVE 'N' TO W-LIGNE-RETENUE-SW.
006630     IF SU-TYPE NOT = 'I' OR SU-DATE NOT NUMERIC
006640        GO TO 7000-EXIT
006650     END-IF.
006660     COMPUTE W-QUANTIEME-SUSP =
006670        FUNCTION INTEGER-OF-DATE (SU-DATE).
006680     COMPUTE W-AGE-JOURS = W-QUANTIEME-JOUR - W-QUANTIEME-SUSP.
006690     EVALUATE TRUE
006700        WHEN TRANCHE-TOUTES
006710           MOVE 'O' TO W-LIGNE-RETENUE-SW
006720        WHEN TRANCHE-60-PLUS
006730           IF W-AGE-JOURS > 60
006740              MOVE 'O' TO W-LIGNE-RETENUE-SW
006750           END-IF
006760        WHEN TRANCHE-31-60
006770           IF W-AGE-JOURS > 30 AND W-AGE-JOURS NOT > 60
006780              MOVE 'O' TO W-LIGNE-RETENUE-SW
006790           END-IF
006800        WHEN TRANCHE-0-30
006810           IF W-AGE-JOURS NOT > 30
006820              MOVE 'O' TO W-LIGNE-RETENUE-SW
006830           END-IF
006840     END-EVALUATE.
006850 7000-EXIT.
006860     EXIT.
006870*****************************************************************
006880*    7100-FORMATER-LIGNE - NUMERO DE LIGNE (W-LIGNE-CHOISIE),
006890*    DATE, AGE EN JOURS, ADHERENT PRESUME, MONTANT, LIBELLE.
006900*****************************************************************
006910 7100-FORMATER-LIGNE.
006920     MOVE SPACES TO W-LIGNE-DETAIL.
006930     MOVE W-LIGNE-CHOISIE TO W-NO-EDIT.
006940     MOVE W-NO-EDIT TO W-LIGNE-DETAIL (1:2).
006950     MOVE SU-DATE TO W-LIGNE-DETAIL (4:8).
006960     MOVE W-AGE-JOURS TO W-AGE-EDIT.
006970     MOVE W-AGE-EDIT TO W-LIGNE-DETAIL (13:4).
006980     MOVE SU-COADHF TO W-LIGNE-DETAIL (18:9).
006990     MOVE SU-MONTANT TO W-MT-EDIT.
007000     MOVE W-MT-EDIT TO W-LIGNE-DETAIL (28:13).
007010     MOVE SU-LIBELLE TO W-LIGNE-DETAIL (42:30).
007020 7100-EXIT.
007030     EXIT.
007040*****************************************************************
007050*    8000-ENVOYER-MAP - ENVOI DE LA MAP AVEC LA TRANCHE ET LE
007060*    NUMERO DE PAGE COURANTS RAPPELES A L'ECRAN.
007070*****************************************************************
007080 8000-ENVOYER-MAP.
007090     MOVE W-COM-TRANCHE TO TRAO.
007100     MOVE W-COM-PAGE TO W-PAGE-EDIT.
007110     MOVE SPACES TO PAGO.
007120     STRING 'PAGE ' DELIMITED BY SIZE
007130         W-PAGE-EDIT DELIMITED BY SIZE
007140         INTO PAGO
007150     END-STRING.
007160     EXEC CICS SEND MAP ('HZAFM1')
007170                    MAPSET ('HZAFM01')
007180                    FROM (HZAFM1O)
007190                    ERASE
007200     END-EXEC.
007210 8000-EXIT.
007220     EXIT.
007230*****************************************************************
007240*    9000-FIN-TRANSACTION - PFK3 : MESSAGE DE FIN ET RETOUR
007250*    CICS SANS TRANSID (FIN DE LA PSEUDO-CONVERSATION).
007260*****************************************************************
007270 9000-FIN-TRANSACTION.
007280     EXEC CICS SEND TEXT
007290                    FROM (W-MSG-FIN)
007300                    LENGTH (W-LONG-MSG-FIN)
007310                    ERASE
007320     END-EXEC.
007330     EXEC CICS RETURN
007340     END-EXEC.
007350 9000-EXIT.
007360     EXIT.
