000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZRN0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. TRANSACTION HZRN - RECHERCHE 3270 D'UN ADHERENT PAR
000080     NOM (MAP HZRNM1 DU MAPSET HZRNM01), AVEC CODE POSTAL ET
000090     VILLE FACULTATIFS, POUR L'APPELANT QUI N'A PAS SON NUMERO.
000100     LE NOM SAISI EST CODE PAR HZPH0001 AVEC LES CHAINES CPT-TAB
000110     DE L'ENREGISTREMENT DE CONTROLE DE ADHPHON, COMME LES NOMS
000120     INDEXES PAR HZPX0001 : UNE VARIANTE D'ORTHOGRAPHE OU
000130     D'ACCENT DONNE LE MEME CODE. LE CODE POSTAL (DEBUT) ET LA
000140     VILLE (DEBUT, TRADUITE ET EN MAJUSCULES) FILTRENT LES
000150     ENTREES DU CODE. PAGES DE DIX, PAGINATION PFK8 (AVANT) /
000160     PFK7 (ARRIERE) ; PFK5 AVEC LA ZONE LIGNE PASSE PAR XCTL A
000170     LA CONSULTATION HZIQ (HZIQ0001) DES MOUVEMENTS FFFFFGS DE
000180     L'ADHERENT CHOISI.
000190*****************************************************************
000200*    HISTORIQUE DES MODIFICATIONS
000210*    --------------------------------------------------------
000220*    DATE       AUTEUR  DESCRIPTION
000230*    --------   ------  -------------------------------------
000240*    15/10/2026 EBA     CREATION.
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320 DATA DIVISION.
000330 WORKING-STORAGE SECTION.
000340 COPY HZRNM01.
000350 COPY DFHAID.
000360*****************************************************************
000370*    ADHPHON EST ATTEINT PAR FILE CONTROL CICS (READ / STARTBR /
000380*    READNEXT / READPREV / ENDBR), LE DESSIN D'ENREGISTREMENT
000390*    EST REPRIS EN ZONE DE TRAVAIL.
000400*****************************************************************
000410 COPY ADHPHOC.
000420 01  W-FICHIER-ADHPHON           PIC X(08) VALUE 'ADHPHON'.
000430 01  W-CLE-BROWSE.
000440     05  W-CB-PHONETIQUE         PIC X(12).
000450     05  W-CB-COADHF             PIC X(09).
000460 01  W-RESP-ADHPHON              PIC S9(08) COMP.
000470*****************************************************************
000480*    INDICATEUR DE TOUCHE, MEME CONVENTION QUE PFKEY-INDICATOR
000490*    DANS HORROR (HZRN N'EXPLOITE QUE ENTREE, CLEAR, PFK3,
000500*    PFK5, PFK7 ET PFK8).
000510*****************************************************************
000520 01  PFKEY-INDICATOR             PIC 99 VALUE 00.
000530     88  ENTER-KEY               VALUE 00.
000540     88  CLEAR                   VALUE 93.
000550     88  PFK3                    VALUE 3.
000560     88  PFK5                    VALUE 5.
000570     88  PFK7                    VALUE 7.
000580     88  PFK8                    VALUE 8.
000590     88  AUTRE-TOUCHE            VALUE 99.
000600*****************************************************************
000610*    ZONE DE CONVERSATION (COMMAREA) : CRITERES SAISIS, VILLE
000620*    NORMALISEE ET CODE PHONETIQUE DU NOM, CLES ADHPHON HAUTE ET
000630*    BASSE DE LA PAGE AFFICHEE, NUMERO DE PAGE ET COADHF DES
000640*    LIGNES AFFICHEES (CHOIX PFK5).
000650*****************************************************************
000660 01  W-COMMAREA.
000670     05  W-COM-NOM               PIC X(30).
000680     05  W-COM-CODE-POSTAL       PIC X(05).
000690     05  W-COM-VILLE             PIC X(20).
000700     05  W-COM-VILLE-NORM        PIC X(20).
000710     05  W-COM-PHONETIQUE        PIC X(12).
000720     05  W-COM-CLE-HAUT          PIC X(21).
000730     05  W-COM-CLE-BAS           PIC X(21).
000740     05  W-COM-PAGE              PIC 9(04).
000750     05  W-COM-NB-LIGNES         PIC 9(02).
000760     05  W-COM-COADHF-LIGNE      PIC X(09) OCCURS 10 TIMES.
000770 01  W-LONG-COMMAREA             PIC S9(04) COMP VALUE 225.
000780 01  W-TRANSID-HZRN              PIC X(04) VALUE 'HZRN'.
000790*****************************************************************
000800*    COMMAREA TRANSMISE A HZIQ0001 (PFK5) : MEME DESSIN QUE LA
000810*    COMMAREA HZIQ, EN MODE ADHERENT, AVEC L'INDICATEUR D'ENTREE
000820*    PAR LA RECHERCHE (PREMIERE PAGE DE L'ADHERENT CHOISI).
000830*****************************************************************
000840 01  W-COMMAREA-HZIQ.
000850     05  W-IQ-CRITERE            PIC X(12).
000860     05  W-IQ-CLE-HAUT           PIC X(12).
000870     05  W-IQ-CLE-BAS            PIC X(12).
000880     05  W-IQ-PAGE               PIC 9(04).
000890     05  W-IQ-NB-LIGNES          PIC 9(02).
000900     05  W-IQ-CLE-LIGNE          PIC X(12) OCCURS 10 TIMES.
000910     05  W-IQ-RETOUR             PIC X(01).
000920     05  W-IQ-MODE               PIC X(01).
000930     05  W-IQ-COADHF             PIC X(09).
000940     05  W-IQ-RANG-HAUT          PIC 9(04).
000950     05  W-IQ-NB-TOTAL           PIC 9(04).
000960 01  W-LONG-COMMAREA-HZIQ        PIC S9(04) COMP VALUE 181.
000970 01  W-LIGNE-CHOISIE             PIC 9(02) VALUE ZERO.
000980 01  W-MSG-REAFFICHAGE           PIC X(60) VALUE SPACES.
000990*****************************************************************
001000*    APPEL DU CODAGE PHONETIQUE (MEME ZONE QUE PH-PARMS), AVEC
001010*    LES CHAINES CPT-TAB LUES SUR L'ENREGISTREMENT DE CONTROLE.
001020*****************************************************************
001030 01  W-PH-PROGRAMME              PIC X(08) VALUE 'HZPH0001'.
001040 01  W-PH-PARMS.
001050     05  W-PH-NOM                PIC X(30).
001060     05  W-PH-CPT-SOURCE         PIC X(94).
001070     05  W-PH-CPT-CIBLE          PIC X(94).
001080     05  W-PH-CODE               PIC X(12).
001090 01  W-MINUSCULES                PIC X(26) VALUE
001100     'abcdefghijklmnopqrstuvwxyz'.
001110 01  W-MAJUSCULES                PIC X(26) VALUE
001120     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001130*****************************************************************
001140*    LONGUEURS SIGNIFICATIVES DES FILTRES (DEBUT CADRE A
001150*    GAUCHE), MEME CALCUL QUE LE CRITERE DE HZIQ0001. ZERO =
001160*    FILTRE NON SAISI.
001170*****************************************************************
001180 01  W-NB-ESPACES-FIN            PIC 9(02) COMP VALUE 0.
001190 01  W-LONG-CODE-POSTAL          PIC 9(02) COMP VALUE 0.
001200 01  W-LONG-VILLE                PIC 9(02) COMP VALUE 0.
001210 01  W-NB-LIGNES-PAGE            PIC 9(02) COMP VALUE 0.
001220 01  W-IDX-REMPLIR               PIC 9(02) COMP VALUE 0.
001230 01  W-FIN-BROWSE                PIC X VALUE 'N'.
001240     88  FIN-BROWSE              VALUE 'O'.
001250 01  W-RETENUE-SW                PIC X VALUE 'N'.
001260     88  ENTREE-RETENUE          VALUE 'O'.
001270 01  W-STATUT-EDIT               PIC X(06).
001280 01  W-LIGNE-DETAIL              PIC X(76).
001290 01  W-PAGE-EDIT                 PIC ZZZ9.
001300 01  W-MSG-FIN                   PIC X(30) VALUE
001310     'HZRN - FIN DE RECHERCHE'.
001320 01  W-LONG-MSG-FIN              PIC S9(04) COMP VALUE 30.
001330*****************************************************************
001340*    TAMPON DE PAGE POUR LA PAGINATION ARRIERE : LES LIGNES
001350*    SONT COLLECTEES EN ORDRE DESCENDANT PAR READPREV PUIS
001360*    REVERSEES A L'AFFICHAGE.
001370*****************************************************************
001380 01  W-TAMPON-PAGE.
001390     05  W-TP-ENTREE OCCURS 10 TIMES.
001400         10  W-TP-CLE            PIC X(21).
001410         10  W-TP-COADHF         PIC X(09).
001420         10  W-TP-LIGNE          PIC X(76).
001430 LINKAGE SECTION.
001440 01  DFHCOMMAREA                 PIC X(225).
001450 PROCEDURE DIVISION.
001460 0000-MAINLINE.
001470     IF EIBCALEN = ZERO
001480        PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
001490        GO TO 0000-RETOUR
001500     END-IF.
001510     MOVE DFHCOMMAREA TO W-COMMAREA.
001520     PERFORM 1100-CONVERTIR-AID THRU 1100-EXIT.
001530     EVALUATE TRUE
001540        WHEN PFK3
001550           PERFORM 9000-FIN-TRANSACTION THRU 9000-EXIT
001560        WHEN CLEAR
001570           PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
001580        WHEN ENTER-KEY
001590           PERFORM 2000-NOUVELLE-RECHERCHE THRU 2000-EXIT
001600        WHEN PFK5
001610           PERFORM 5000-CONSULTER THRU 5000-EXIT
001620        WHEN PFK8
001630           PERFORM 3000-PAGE-AVANT THRU 3000-EXIT
001640        WHEN PFK7
001650           PERFORM 4000-PAGE-ARRIERE THRU 4000-EXIT
001660        WHEN OTHER
001670           MOVE 'TOUCHE NON GEREE - ENTREE, PF3, PF5, PF7 OU PF8'
001680              TO MSGO
001690           PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
001700     END-EVALUATE.
001710 0000-RETOUR.
001720     EXEC CICS RETURN TRANSID (W-TRANSID-HZRN)
001730                      COMMAREA (W-COMMAREA)
001740                      LENGTH (W-LONG-COMMAREA)
001750     END-EXEC.
001760 0000-EXIT.
001770     EXIT.
001780*****************************************************************
001790*    1000-PREMIER-AFFICHAGE - MAP VIERGE (PREMIER PASSAGE OU
001800*    CLEAR). LA CONVERSATION REPART D'UNE ZONE COMMAREA NEUVE.
001810*****************************************************************
001820 1000-PREMIER-AFFICHAGE.
001830     MOVE LOW-VALUES TO HZRNM1O.
001840     MOVE SPACES TO W-COM-NOM W-COM-CODE-POSTAL W-COM-VILLE
001850                    W-COM-VILLE-NORM W-COM-PHONETIQUE.
001860     MOVE SPACES TO W-COM-CLE-HAUT W-COM-CLE-BAS.
001870     MOVE ZERO TO W-COM-PAGE.
001880     MOVE ZERO TO W-COM-NB-LIGNES.
001890     MOVE 'SAISIR UN NOM (CODE POSTAL, VILLE FACULTATIFS)'
001900        TO MSGO.
001910     EXEC CICS SEND MAP ('HZRNM1')
001920                    MAPSET ('HZRNM01')
001930                    FROM (HZRNM1O)
001940                    ERASE
001950     END-EXEC.
001960 1000-EXIT.
001970     EXIT.
001980*****************************************************************
001990*    1100-CONVERTIR-AID - TRADUIT EIBAID DANS L'INDICATEUR DE
002000*    TOUCHE (MEME CONVENTION NUMERIQUE QUE PFKEY-INDICATOR DE
002010*    HORROR).
002020*****************************************************************
002030 1100-CONVERTIR-AID.
002040     EVALUATE EIBAID
002050        WHEN DFHENTER
002060           MOVE 00 TO PFKEY-INDICATOR
002070        WHEN DFHCLEAR
002080           MOVE 93 TO PFKEY-INDICATOR
002090        WHEN DFHPF3
002100           MOVE 03 TO PFKEY-INDICATOR
002110        WHEN DFHPF5
002120           MOVE 05 TO PFKEY-INDICATOR
002130        WHEN DFHPF7
002140           MOVE 07 TO PFKEY-INDICATOR
002150        WHEN DFHPF8
002160           MOVE 08 TO PFKEY-INDICATOR
002170        WHEN OTHER
002180           MOVE 99 TO PFKEY-INDICATOR
002190     END-EVALUATE.
002200 1100-EXIT.
002210     EXIT.
002220*****************************************************************
002230*    2000-NOUVELLE-RECHERCHE - RECOIT LA MAP (LES TROIS ZONES
002240*    DE CRITERE SONT TOUJOURS RETOURNEES), CODE LE NOM, NORMALISE
002250*    LA VILLE ET AFFICHE LA PREMIERE PAGE DU CODE.
002260*****************************************************************
002270 2000-NOUVELLE-RECHERCHE.
002280     EXEC CICS RECEIVE MAP ('HZRNM1')
002290                       MAPSET ('HZRNM01')
002300                       INTO (HZRNM1I)
002310                       RESP (W-RESP-ADHPHON)
002320     END-EXEC.
002330     IF W-RESP-ADHPHON = DFHRESP(MAPFAIL)
002340        MOVE 'AUCUNE SAISIE RECUE - CRITERES PRECEDENTS CONSERVES'
002350           TO W-MSG-REAFFICHAGE
002360     ELSE
002370        MOVE SPACES TO W-COM-NOM W-COM-CODE-POSTAL W-COM-VILLE
002380        IF NOML > ZERO
002390           MOVE NOMI TO W-COM-NOM
002400        END-IF
002410        IF CPOL > ZERO
002420           MOVE CPOI TO W-COM-CODE-POSTAL
002430        END-IF
002440        IF VILL > ZERO
002450           MOVE VILI TO W-COM-VILLE
002460        END-IF
002470     END-IF.
002480     IF W-COM-NOM = SPACES
002490        MOVE LOW-VALUES TO HZRNM1O
002500        MOVE 'NOM OBLIGATOIRE' TO MSGO
002510        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002520        GO TO 2000-EXIT
002530     END-IF.
002540     PERFORM 2100-CODER-CRITERES THRU 2100-EXIT.
002550     IF W-COM-PHONETIQUE = SPACES
002560        MOVE LOW-VALUES TO HZRNM1O
002570        MOVE 'LE NOM DOIT COMPORTER AU MOINS UNE LETTRE' TO MSGO
002580        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002590        GO TO 2000-EXIT
002600     END-IF.
002610     MOVE ZERO TO W-COM-PAGE.
002620     MOVE SPACES TO W-COM-CLE-HAUT.
002630     MOVE SPACES TO W-COM-CLE-BAS.
002640     MOVE W-COM-PHONETIQUE TO W-CB-PHONETIQUE.
002650     MOVE LOW-VALUES TO W-CB-COADHF.
002660     PERFORM 3100-LIRE-PAGE-AVANT THRU 3100-EXIT.
002670 2000-EXIT.
002680     EXIT.
002690*****************************************************************
002700*    2100-CODER-CRITERES - LES CHAINES CPT-TAB DE L'ENREGISTREMENT
002710*    DE CONTROLE (CLE LOW-VALUES) SERVENT AU CODAGE DU NOM ET A
002720*    LA NORMALISATION DE LA VILLE, COMME AU CHARGEMENT. SANS
002730*    CONTROLE LISIBLE, LE NOM EST CODE SANS TRADUCTION.
002740*****************************************************************
002750 2100-CODER-CRITERES.
002760     MOVE SPACES TO W-PH-CPT-SOURCE W-PH-CPT-CIBLE.
002770     MOVE LOW-VALUES TO W-CLE-BROWSE.
002780     EXEC CICS READ FILE (W-FICHIER-ADHPHON)
002790                    INTO (ADH-PHON-ENREG)
002800                    RIDFLD (W-CLE-BROWSE)
002810                    RESP (W-RESP-ADHPHON)
002820     END-EXEC.
002830     IF W-RESP-ADHPHON = DFHRESP(NORMAL)
002840        MOVE AP-CPT-SOURCE TO W-PH-CPT-SOURCE
002850        MOVE AP-CPT-CIBLE TO W-PH-CPT-CIBLE
002860     END-IF.
002870     MOVE W-COM-NOM TO W-PH-NOM.
002880     CALL W-PH-PROGRAMME USING W-PH-PARMS.
002890     MOVE W-PH-CODE TO W-COM-PHONETIQUE.
002900     MOVE W-COM-VILLE TO W-COM-VILLE-NORM.
002910     IF W-PH-CPT-SOURCE NOT = SPACES
002920        INSPECT W-COM-VILLE-NORM
002930           CONVERTING W-PH-CPT-SOURCE
002940           TO W-PH-CPT-CIBLE
002950     END-IF.
002960     INSPECT W-COM-VILLE-NORM
002970        CONVERTING W-MINUSCULES TO W-MAJUSCULES.
002980 2100-EXIT.
002990     EXIT.
003000*****************************************************************
003010*    3000-PAGE-AVANT - PAGE SUIVANTE (PFK8) : REPOSITIONNEMENT
003020*    SUR LA DERNIERE CLE AFFICHEE, QUI EST SAUTEE, PUIS LECTURES
003030*    AVANT JUSQU'A DIX ENTREES RETENUES.
003040*****************************************************************
003050 3000-PAGE-AVANT.
003060     IF W-COM-CLE-BAS = SPACES
003070        MOVE 'AUCUNE PAGE EN COURS - SAISIR UN NOM' TO MSGO
003080        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
003090        GO TO 3000-EXIT
003100     END-IF.
003110     MOVE W-COM-CLE-BAS TO W-CLE-BROWSE.
003120     PERFORM 3100-LIRE-PAGE-AVANT THRU 3100-EXIT.
003130 3000-EXIT.
003140     EXIT.
003150*****************************************************************
003160*    3100-LIRE-PAGE-AVANT - STARTBR SUR W-CLE-BROWSE PUIS
003170*    READNEXT. QUAND W-CLE-BROWSE EST LA DERNIERE CLE DE LA
003180*    PAGE PRECEDENTE (PFK8), LA PREMIERE LECTURE LA RESTITUE
003190*    ET ELLE EST SAUTEE. LE PARCOURS S'ARRETE DES QUE LE CODE
003200*    PHONETIQUE LU CHANGE.
003210*****************************************************************
003220 3100-LIRE-PAGE-AVANT.
003230     PERFORM 7000-CALCULER-LONGUEURS THRU 7000-EXIT.
003240     MOVE LOW-VALUES TO HZRNM1O.
003250     MOVE ZERO TO W-NB-LIGNES-PAGE.
003260     MOVE ZERO TO W-COM-NB-LIGNES.
003270     MOVE 'N' TO W-FIN-BROWSE.
003280     EXEC CICS STARTBR FILE (W-FICHIER-ADHPHON)
003290                      RIDFLD (W-CLE-BROWSE)
003300                      GTEQ
003310                      RESP (W-RESP-ADHPHON)
003320     END-EXEC.
003330     IF W-RESP-ADHPHON NOT = DFHRESP(NORMAL)
003340        MOVE 'AUCUN ADHERENT POUR CE NOM' TO MSGO
003350        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
003360        GO TO 3100-EXIT
003370     END-IF.
003380     PERFORM 3200-LIRE-SUIVANT THRU 3200-EXIT
003390        UNTIL FIN-BROWSE OR W-NB-LIGNES-PAGE = 10.
003400     EXEC CICS ENDBR FILE (W-FICHIER-ADHPHON)
003410     END-EXEC.
003420     MOVE W-NB-LIGNES-PAGE TO W-COM-NB-LIGNES.
003430     IF W-NB-LIGNES-PAGE = ZERO
003440        IF W-COM-PAGE = ZERO
003450           MOVE 'AUCUN ADHERENT POUR CE NOM ET CES FILTRES'
003460              TO MSGO
003470        ELSE
003480           MOVE 'FIN DE LISTE - AUCUN ADHERENT SUPPLEMENTAIRE'
003490              TO MSGO
003500        END-IF
003510     ELSE
003520        ADD 1 TO W-COM-PAGE
003530        MOVE 'PFK8 PAGE SUIVANTE - PFK7 PAGE PRECEDENTE' TO MSGO
003540     END-IF.
003550     IF W-MSG-REAFFICHAGE NOT = SPACES
003560        MOVE W-MSG-REAFFICHAGE TO MSGO
003570     END-IF.
003580     PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT.
003590 3100-EXIT.
003600     EXIT.
003610 3200-LIRE-SUIVANT.
003620     EXEC CICS READNEXT FILE (W-FICHIER-ADHPHON)
003630                       INTO (ADH-PHON-ENREG)
003640                       RIDFLD (W-CLE-BROWSE)
003650                       RESP (W-RESP-ADHPHON)
003660     END-EXEC.
003670     IF W-RESP-ADHPHON NOT = DFHRESP(NORMAL)
003680        MOVE 'O' TO W-FIN-BROWSE
003690        GO TO 3200-EXIT
003700     END-IF.
003710     IF AP-CLE-PHON = W-COM-CLE-BAS AND W-NB-LIGNES-PAGE = ZERO
003720        GO TO 3200-EXIT
003730     END-IF.
003740     IF AP-PHONETIQUE NOT = W-COM-PHONETIQUE
003750        MOVE 'O' TO W-FIN-BROWSE
003760        GO TO 3200-EXIT
003770     END-IF.
003780     PERFORM 7200-FILTRER-ENTREE THRU 7200-EXIT.
003790     IF NOT ENTREE-RETENUE
003800        GO TO 3200-EXIT
003810     END-IF.
003820     ADD 1 TO W-NB-LIGNES-PAGE.
003830     PERFORM 7100-FORMATER-LIGNE THRU 7100-EXIT.
003840     MOVE W-LIGNE-DETAIL TO LIGO (W-NB-LIGNES-PAGE).
003850     MOVE AP-COADHF TO W-COM-COADHF-LIGNE (W-NB-LIGNES-PAGE).
003860     IF W-NB-LIGNES-PAGE = 1
003870        MOVE AP-CLE-PHON TO W-COM-CLE-HAUT
003880     END-IF.
003890     MOVE AP-CLE-PHON TO W-COM-CLE-BAS.
003900 3200-EXIT.
003910     EXIT.
003920*****************************************************************
003930*    4000-PAGE-ARRIERE - PAGE PRECEDENTE (PFK7) : LES LIGNES
003940*    SONT COLLECTEES EN DESCENDANT PAR READPREV A PARTIR DE LA
003950*    PREMIERE CLE AFFICHEE (ELLE-MEME SAUTEE), PUIS REVERSEES
003960*    POUR RESTER EN ORDRE ASCENDANT A L'ECRAN.
003970*****************************************************************
003980 4000-PAGE-ARRIERE.
003990     IF W-COM-CLE-HAUT = SPACES
004000        MOVE 'AUCUNE PAGE EN COURS - SAISIR UN NOM' TO MSGO
004010        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
004020        GO TO 4000-EXIT
004030     END-IF.
004040     PERFORM 7000-CALCULER-LONGUEURS THRU 7000-EXIT.
004050     MOVE LOW-VALUES TO HZRNM1O.
004060     MOVE ZERO TO W-NB-LIGNES-PAGE.
004070     MOVE 'N' TO W-FIN-BROWSE.
004080     MOVE W-COM-CLE-HAUT TO W-CLE-BROWSE.
004090     EXEC CICS STARTBR FILE (W-FICHIER-ADHPHON)
004100                      RIDFLD (W-CLE-BROWSE)
004110                      GTEQ
004120                      RESP (W-RESP-ADHPHON)
004130     END-EXEC.
004140     IF W-RESP-ADHPHON NOT = DFHRESP(NORMAL)
004150        MOVE 'AUCUN ADHERENT POUR CE NOM' TO MSGO
004160        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
004170        GO TO 4000-EXIT
004180     END-IF.
004190     PERFORM 4100-LIRE-PRECEDENT THRU 4100-EXIT
004200        UNTIL FIN-BROWSE OR W-NB-LIGNES-PAGE = 10.
004210     EXEC CICS ENDBR FILE (W-FICHIER-ADHPHON)
004220     END-EXEC.
004230     IF W-NB-LIGNES-PAGE = ZERO
004240        MOVE 'DEBUT DE LISTE - AUCUNE PAGE PRECEDENTE'
004250           TO W-MSG-REAFFICHAGE
004260        PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT
004270        GO TO 4000-EXIT
004280     END-IF.
004290     PERFORM 4200-REVERSER-TAMPON THRU 4200-EXIT.
004300     IF W-COM-PAGE > 1
004310        SUBTRACT 1 FROM W-COM-PAGE
004320     END-IF.
004330     MOVE 'PFK8 PAGE SUIVANTE - PFK7 PAGE PRECEDENTE' TO MSGO.
004340     PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT.
004350 4000-EXIT.
004360     EXIT.
004370*****************************************************************
004380*    4100-LIRE-PRECEDENT - UN READPREV. LA PREMIERE LECTURE
004390*    RESTITUE LA CLE DE POSITIONNEMENT (HAUT DE LA PAGE
004400*    COURANTE) ET EST SAUTEE.
004410*****************************************************************
004420 4100-LIRE-PRECEDENT.
004430     EXEC CICS READPREV FILE (W-FICHIER-ADHPHON)
004440                       INTO (ADH-PHON-ENREG)
004450                       RIDFLD (W-CLE-BROWSE)
004460                       RESP (W-RESP-ADHPHON)
004470     END-EXEC.
004480     IF W-RESP-ADHPHON NOT = DFHRESP(NORMAL)
004490        MOVE 'O' TO W-FIN-BROWSE
004500        GO TO 4100-EXIT
004510     END-IF.
004520     IF AP-CLE-PHON = W-COM-CLE-HAUT
004530        GO TO 4100-EXIT
004540     END-IF.
004550     IF AP-PHONETIQUE NOT = W-COM-PHONETIQUE
004560        MOVE 'O' TO W-FIN-BROWSE
004570        GO TO 4100-EXIT
004580     END-IF.
004590     PERFORM 7200-FILTRER-ENTREE THRU 7200-EXIT.
004600     IF NOT ENTREE-RETENUE
004610        GO TO 4100-EXIT
004620     END-IF.
004630     ADD 1 TO W-NB-LIGNES-PAGE.
004640     PERFORM 7100-FORMATER-LIGNE THRU 7100-EXIT.
004650     MOVE AP-CLE-PHON TO W-TP-CLE (W-NB-LIGNES-PAGE).
004660     MOVE AP-COADHF TO W-TP-COADHF (W-NB-LIGNES-PAGE).
004670     MOVE W-LIGNE-DETAIL TO W-TP-LIGNE (W-NB-LIGNES-PAGE).
004680 4100-EXIT.
004690     EXIT.
004700*****************************************************************
004710*    4200-REVERSER-TAMPON - RESTITUE LE TAMPON DESCENDANT EN
004720*    ORDRE ASCENDANT DANS LA MAP ET POSE LES CLES HAUTE ET
004730*    BASSE DE LA NOUVELLE PAGE.
004740*****************************************************************
004750 4200-REVERSER-TAMPON.
004760     PERFORM 4210-POSER-LIGNE THRU 4210-EXIT
004770        VARYING W-IDX-REMPLIR FROM 1 BY 1
004780        UNTIL W-IDX-REMPLIR > W-NB-LIGNES-PAGE.
004790     MOVE W-TP-CLE (W-NB-LIGNES-PAGE) TO W-COM-CLE-HAUT.
004800     MOVE W-TP-CLE (1) TO W-COM-CLE-BAS.
004810     MOVE W-NB-LIGNES-PAGE TO W-COM-NB-LIGNES.
004820 4200-EXIT.
004830     EXIT.
004840 4210-POSER-LIGNE.
004850     MOVE W-TP-LIGNE (W-IDX-REMPLIR) TO
004860        LIGO (W-NB-LIGNES-PAGE + 1 - W-IDX-REMPLIR).
004870     MOVE W-TP-COADHF (W-IDX-REMPLIR) TO
004880        W-COM-COADHF-LIGNE (W-NB-LIGNES-PAGE + 1 - W-IDX-REMPLIR).
004890 4210-EXIT.
004900     EXIT.
004910*****************************************************************
004920*    5000-CONSULTER - PFK5 : LA ZONE LIGNE DESIGNE UNE LIGNE DE
004930*    LA PAGE AFFICHEE ; SON COADHF EST TRANSMIS PAR XCTL A
004940*    HZIQ0001, QUI AFFICHE EN MODE ADHERENT LES MOUVEMENTS
004950*    FFFFFGS DE L'ADHERENT (CHEMIN COADHF).
004960*****************************************************************
004970 5000-CONSULTER.
004980     EXEC CICS RECEIVE MAP ('HZRNM1')
004990                       MAPSET ('HZRNM01')
005000                       INTO (HZRNM1I)
005010                       RESP (W-RESP-ADHPHON)
005020     END-EXEC.
005030     MOVE ZERO TO W-LIGNE-CHOISIE.
005040     IF W-RESP-ADHPHON = DFHRESP(NORMAL)
005050           AND LGNL > ZERO AND LGNI NUMERIC
005060        MOVE LGNI TO W-LIGNE-CHOISIE
005070     END-IF.
005080     IF W-LIGNE-CHOISIE = ZERO
005090           OR W-LIGNE-CHOISIE > W-COM-NB-LIGNES
005100        MOVE 'NUMERO DE LIGNE INVALIDE - SAISIR LA LIGNE, PFK5'
005110           TO W-MSG-REAFFICHAGE
005120        PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT
005130        GO TO 5000-EXIT
005140     END-IF.
005150     MOVE SPACES TO W-COMMAREA-HZIQ.
005160     MOVE ZERO TO W-IQ-PAGE W-IQ-NB-LIGNES.
005170     MOVE ZERO TO W-IQ-RANG-HAUT W-IQ-NB-TOTAL.
005180     MOVE 'R' TO W-IQ-RETOUR.
005190     MOVE 'A' TO W-IQ-MODE.
005200     MOVE W-COM-COADHF-LIGNE (W-LIGNE-CHOISIE) TO W-IQ-COADHF.
005210     EXEC CICS XCTL PROGRAM ('HZIQ0001')
005220                    COMMAREA (W-COMMAREA-HZIQ)
005230                    LENGTH (W-LONG-COMMAREA-HZIQ)
005240                    RESP (W-RESP-ADHPHON)
005250     END-EXEC.
005260     MOVE 'CONSULTATION INDISPONIBLE (HZIQ0001)'
005270        TO W-MSG-REAFFICHAGE.
005280     PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT.
005290 5000-EXIT.
005300     EXIT.
005310*****************************************************************
005320*    5900-REAFFICHER-PAGE - RELIT LA PAGE COURANTE A PARTIR DE
005330*    SA CLE HAUTE (INCLUSE) : CHOIX INVALIDE OU HZIQ INDISPONIBLE.
005340*****************************************************************
005350 5900-REAFFICHER-PAGE.
005360     IF W-COM-CLE-HAUT = SPACES
005370        MOVE LOW-VALUES TO HZRNM1O
005380        MOVE W-MSG-REAFFICHAGE TO MSGO
005390        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
005400        GO TO 5900-EXIT
005410     END-IF.
005420     MOVE W-COM-CLE-HAUT TO W-CLE-BROWSE.
005430     MOVE SPACES TO W-COM-CLE-BAS.
005440     IF W-COM-PAGE > ZERO
005450        SUBTRACT 1 FROM W-COM-PAGE
005460     END-IF.
005470     PERFORM 3100-LIRE-PAGE-AVANT THRU 3100-EXIT.
005480 5900-EXIT.
005490     EXIT.
005500*****************************************************************
005510*    7000-CALCULER-LONGUEURS - LONGUEURS SIGNIFICATIVES DU CODE
005520*    POSTAL ET DE LA VILLE SAISIS (ZERO = PAS DE FILTRE).
005530*****************************************************************
005540 7000-CALCULER-LONGUEURS.
005550     MOVE ZERO TO W-NB-ESPACES-FIN.
005560     INSPECT W-COM-CODE-POSTAL TALLYING W-NB-ESPACES-FIN
005570         FOR TRAILING SPACE.
005580     COMPUTE W-LONG-CODE-POSTAL = 5 - W-NB-ESPACES-FIN.
005590     MOVE ZERO TO W-NB-ESPACES-FIN.
005600     INSPECT W-COM-VILLE-NORM TALLYING W-NB-ESPACES-FIN
005610         FOR TRAILING SPACE.
005620     COMPUTE W-LONG-VILLE = 20 - W-NB-ESPACES-FIN.
005630 7000-EXIT.
005640     EXIT.
005650 7100-FORMATER-LIGNE.
005660     EVALUATE TRUE
005670        WHEN AP-STATUT-ACTIF
005680           MOVE 'ACTIF' TO W-STATUT-EDIT
005690        WHEN AP-STATUT-RADIE
005700           MOVE 'RADIE' TO W-STATUT-EDIT
005710        WHEN OTHER
005720           MOVE AP-STATUT TO W-STATUT-EDIT
005730     END-EVALUATE.
005740     MOVE SPACES TO W-LIGNE-DETAIL.
005750     STRING AP-COADHF DELIMITED BY SIZE
005760         ' ' DELIMITED BY SIZE
005770         AP-NOM DELIMITED BY SIZE
005780         ' ' DELIMITED BY SIZE
005790         AP-VILLE DELIMITED BY SIZE
005800         ' ' DELIMITED BY SIZE
005810         W-STATUT-EDIT DELIMITED BY SIZE
005820         ' ' DELIMITED BY SIZE
005830         AP-COETBL DELIMITED BY SIZE
005840         INTO W-LIGNE-DETAIL
005850     END-STRING.
005860 7100-EXIT.
005870     EXIT.
005880*****************************************************************
005890*    7200-FILTRER-ENTREE - L'ENTREE EST RETENUE SI SON CODE
005900*    POSTAL ET SA VILLE NORMALISEE COMMENCENT PAR LES FILTRES
005910*    SAISIS.
005920*****************************************************************
005930 7200-FILTRER-ENTREE.
005940     MOVE 'N' TO W-RETENUE-SW.
005950     IF W-LONG-CODE-POSTAL > ZERO
005960        IF AP-CODE-POSTAL (1:W-LONG-CODE-POSTAL) NOT =
005970              W-COM-CODE-POSTAL (1:W-LONG-CODE-POSTAL)
005980           GO TO 7200-EXIT
005990        END-IF
006000     END-IF.
006010     IF W-LONG-VILLE > ZERO
006020        IF AP-VILLE-NORM (1:W-LONG-VILLE) NOT =
006030              W-COM-VILLE-NORM (1:W-LONG-VILLE)
006040           GO TO 7200-EXIT
006050        END-IF
006060     END-IF.
006070     MOVE 'O' TO W-RETENUE-SW.
006080 7200-EXIT.
006090     EXIT.
006100*****************************************************************
006110*    8000-ENVOYER-MAP - ENVOI DE LA MAP AVEC LES CRITERES ET LE
006120*    NUMERO DE PAGE COURANTS RAPPELES A L'ECRAN.
006130*****************************************************************
006140 8000-ENVOYER-MAP.
006150     MOVE W-COM-NOM TO NOMO.
006160     MOVE W-COM-CODE-POSTAL TO CPOO.
006170     MOVE W-COM-VILLE TO VILO.
006180     MOVE W-COM-PAGE TO W-PAGE-EDIT.
006190     MOVE SPACES TO PAGO.
006200     STRING 'PAGE ' DELIMITED BY SIZE
006210         W-PAGE-EDIT DELIMITED BY SIZE
006220         INTO PAGO
006230     END-STRING.
006240     EXEC CICS SEND MAP ('HZRNM1')
006250                    MAPSET ('HZRNM01')
006260                    FROM (HZRNM1O)
006270                    ERASE
006280     END-EXEC.
006290 8000-EXIT.
006300     EXIT.
006310*****************************************************************
006320*    9000-FIN-TRANSACTION - PFK3 : MESSAGE DE FIN ET RETOUR
006330*    CICS SANS TRANSID (FIN DE LA PSEUDO-CONVERSATION).
006340*****************************************************************
006350 9000-FIN-TRANSACTION.
006360     EXEC CICS SEND TEXT
006370                    FROM (W-MSG-FIN)
006380                    LENGTH (W-LONG-MSG-FIN)
006390                    ERASE
006400     END-EXEC.
006410     EXEC CICS RETURN
006420     END-EXEC.
006430 9000-EXIT.
006440     EXIT.
