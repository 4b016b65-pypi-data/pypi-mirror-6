000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZHI0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. TRANSACTION HZHI - HISTORIQUE 3270 DES MODIFICATIONS
000080     D'UNE CLE FFFFFGS (MAP HZHIM1 DU MAPSET HZHIM01). APPELEE PAR
000090     XCTL DEPUIS HZIQ0001 (PFK5 SUR UNE LIGNE DE LA CONSULTATION),
000100     ELLE PARCOURT LE KSDS FGSHIST (DESSIN FGSHISC, CHARGE PAR
000110     HZJH0001 A PARTIR DU JOURNAL D'IMAGES AVANT FGS-JRNL) ET
000120     AFFICHE LA CHRONOLOGIE DES TRACES DE LA CLE : HORODATE, JOB
000130     OU TRANSACTION D'ORIGINE, TYPE (CREATION, MODIFICATION,
000140     SUPPRESSION) ET VALEURS AVANT / APRES DE LIBELLE, MONTANT ET
000150     DEVISE. LE JOURNAL NE PORTANT QUE DES IMAGES AVANT, L'IMAGE
000160     APRES D'UNE TRACE EST L'IMAGE AVANT DE LA TRACE SUIVANTE DE
000170     LA CLE, ET POUR LA DERNIERE TRACE L'ENREGISTREMENT FFFFFGS
000180     COURANT (QUI INCLUT DONC LES MODIFICATIONS POSTERIEURES AU
000190     DERNIER CHARGEMENT DE FGSHIST). SIX TRACES PAR PAGE,
000200     PAGINATION PFK8 / PFK7, PFK3 REND LA MAIN A HZIQ0001 AVEC SA
000210     COMMAREA.
000220*****************************************************************
000230*    HISTORIQUE DES MODIFICATIONS
000240*    --------------------------------------------------------
000250*    DATE       AUTEUR  DESCRIPTION
000260*    --------   ------  -------------------------------------
000270*    15/10/2026 EBA     CREATION.
000273*    15/10/2026 EBA     COMMAREA HZIQ PORTEE A 181 (MODE ADHERENT
000276*                       DE HZIQ0001), COMMAREA HZHI A 198.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 DATA DIVISION.
000360 WORKING-STORAGE SECTION.
000370 COPY HZHIM01.
000380 COPY DFHAID.
000390*****************************************************************
000400*    FGSHIST ET FFFFFGS SONT ATTEINTS PAR FILE CONTROL CICS
000410*    (STARTBR / READNEXT / ENDBR SUR FGSHIST, READ SUR FFFFFGS),
000420*    LES DESSINS D'ENREGISTREMENT SONT REPRIS EN ZONE DE TRAVAIL.
000430*    LES IMAGES DU JOURNAL SE LISENT SELON FFFFFFGS.
000440*****************************************************************
000450 COPY FGSHISC.
000460 COPY FFFFFFGS.
000470 01  W-FICHIER-FGSHIST           PIC X(08) VALUE 'FGSHIST'.
000480 01  W-FICHIER-FFFFFGS           PIC X(08) VALUE 'FFFFFGS'.
000490 01  W-CLE-BROWSE                PIC X(36).
000500 01  W-RESP-CICS                 PIC S9(08) COMP.
000510*****************************************************************
000520*    INDICATEUR DE TOUCHE, MEME CONVENTION QUE PFKEY-INDICATOR
000530*    DANS HORROR ET HZIQ0001 (HZHI N'EXPLOITE QUE ENTREE, CLEAR,
000540*    PFK3, PFK7 ET PFK8).
000550*****************************************************************
000560 01  PFKEY-INDICATOR             PIC 99 VALUE 00.
000570     88  ENTER-KEY               VALUE 00.
000580     88  CLEAR                   VALUE 93.
000590     88  PFK3                    VALUE 3.
000600     88  PFK7                    VALUE 7.
000610     88  PFK8                    VALUE 8.
000620     88  AUTRE-TOUCHE            VALUE 99.
000630*****************************************************************
000640*    ZONE DE CONVERSATION (COMMAREA), MEME DESSIN QUE
000650*    W-COMMAREA-HZHI DE HZIQ0001 : CLE CONSULTEE, PAGE AFFICHEE
000660*    (ZERO AU PREMIER PASSAGE), INDICATEUR DE PAGE SUIVANTE ET
000670*    COMMAREA DE HZIQ0001, RENDUE TELLE QUELLE PAR PFK3.
000680*****************************************************************
000690 01  W-COMMAREA.
000700     05  W-COM-CLE               PIC X(12).
000710     05  W-COM-PAGE              PIC 9(04).
000720     05  W-COM-SUITE             PIC X(01).
000730         88  PAGE-SUIVANTE       VALUE 'O'.
000740     05  W-COM-COMMAREA-HZIQ     PIC X(181).
000750 01  W-LONG-COMMAREA             PIC S9(04) COMP VALUE 198.
000760 01  W-LONG-COMMAREA-HZIQ        PIC S9(04) COMP VALUE 181.
000770 01  W-TRANSID-HZHI              PIC X(04) VALUE 'HZHI'.
000780*****************************************************************
000790*    TRACES DE LA PAGE : SIX AFFICHEES, LA SEPTIEME (SI ELLE
000800*    EXISTE) DONNE L'IMAGE APRES DE LA SIXIEME ET ANNONCE UNE
000810*    PAGE SUIVANTE.
000820*****************************************************************
000830 01  W-TAB-TRACES.
000840     05  W-TR-ENTREE OCCURS 7 TIMES.
000850         10  W-TR-HORODATE       PIC X(15).
000860         10  W-TR-JOB-NAME       PIC X(08).
000870         10  W-TR-TYPE           PIC X(01).
000880         10  W-TR-IMAGE          PIC X(90).
000890 01  W-NB-TRACES                 PIC 9(02) COMP VALUE 0.
000900 01  W-NB-A-SAUTER               PIC 9(06) COMP VALUE 0.
000910 01  W-NB-SAUTEES                PIC 9(06) COMP VALUE 0.
000920 01  W-IDX-TR                    PIC 9(02) COMP VALUE 0.
000930 01  W-IDX-LIGNE                 PIC 9(02) COMP VALUE 0.
000940 01  W-FIN-BROWSE                PIC X VALUE 'N'.
000950     88  FIN-BROWSE              VALUE 'O'.
000960*****************************************************************
000970*    LIGNE AFFICHEE : EN-TETE DE TRACE ET VALEURS AVANT SUR LA
000980*    PREMIERE LIGNE, VALEURS APRES SUR LA SECONDE.
000990*****************************************************************
001000 01  W-LIGNE-TRACE.
001010     05  WLT-HORODATE            PIC X(12).
001020     05  FILLER                  PIC X(01).
001030     05  WLT-JOB-NAME            PIC X(08).
001040     05  FILLER                  PIC X(01).
001050     05  WLT-TYPE                PIC X(01).
001060     05  FILLER                  PIC X(01).
001070     05  WLT-SENS                PIC X(02).
001080     05  FILLER                  PIC X(01).
001090     05  WLT-LIBELLE             PIC X(30).
001100     05  FILLER                  PIC X(01).
001110     05  WLT-MONTANT             PIC -ZZZZZZZZ9,99.
001120     05  WLT-MONTANT-X REDEFINES WLT-MONTANT
001130                                 PIC X(13).
001140     05  FILLER                  PIC X(01).
001150     05  WLT-DEVISE              PIC X(03).
001160     05  FILLER                  PIC X(01).
001170 01  W-IMAGE-COURANTE            PIC X(90).
001180 01  W-ETAT-IMAGE                PIC X(01).
001190     88  IMAGE-PRESENTE          VALUE 'P'.
001200     88  IMAGE-NEANT             VALUE 'N'.
001210     88  IMAGE-SUPPRIMEE         VALUE 'S'.
001220     88  IMAGE-ABSENTE           VALUE 'A'.
001230 01  W-PAGE-EDIT                 PIC ZZZ9.
001240 01  W-MSG-TRAVAIL               PIC X(60) VALUE SPACES.
001250 01  W-MSG-ACCES                 PIC X(50) VALUE
001260     'HZHI - ACCES PAR PFK5 DEPUIS LA CONSULTATION HZIQ'.
001270 01  W-LONG-MSG-ACCES            PIC S9(04) COMP VALUE 50.
001280 LINKAGE SECTION.
001290 01  DFHCOMMAREA                 PIC X(198).
001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001320     IF EIBCALEN = ZERO
001330        PERFORM 9100-ACCES-DIRECT THRU 9100-EXIT
001340     END-IF.
001350     MOVE DFHCOMMAREA TO W-COMMAREA.
001360     IF W-COM-PAGE = ZERO
001370        MOVE 1 TO W-COM-PAGE
001380        PERFORM 3000-AFFICHER-PAGE THRU 3000-EXIT
001390        GO TO 0000-RETOUR
001400     END-IF.
001410     PERFORM 1100-CONVERTIR-AID THRU 1100-EXIT.
001420     EVALUATE TRUE
001430        WHEN PFK3
001440           PERFORM 9000-RETOUR-HZIQ THRU 9000-EXIT
001450        WHEN CLEAR
001460           MOVE 1 TO W-COM-PAGE
001470           PERFORM 3000-AFFICHER-PAGE THRU 3000-EXIT
001480        WHEN ENTER-KEY
001490           PERFORM 3000-AFFICHER-PAGE THRU 3000-EXIT
001500        WHEN PFK8
001510           PERFORM 2000-PAGE-AVANT THRU 2000-EXIT
001520        WHEN PFK7
001530           PERFORM 2100-PAGE-ARRIERE THRU 2100-EXIT
001540        WHEN OTHER
001550           MOVE 'TOUCHE NON GEREE - ENTREE, PF3, PF7 OU PF8'
001560              TO W-MSG-TRAVAIL
001570           PERFORM 3000-AFFICHER-PAGE THRU 3000-EXIT
001580     END-EVALUATE.
001590 0000-RETOUR.
001600     EXEC CICS RETURN TRANSID (W-TRANSID-HZHI)
001610                      COMMAREA (W-COMMAREA)
001620                      LENGTH (W-LONG-COMMAREA)
001630     END-EXEC.
001640 0000-EXIT.
001650     EXIT.
001660*****************************************************************
001670*    1100-CONVERTIR-AID - TRADUIT EIBAID DANS L'INDICATEUR DE
001680*    TOUCHE (MEME CONVENTION QUE HZIQ0001).
001690*****************************************************************
001700 1100-CONVERTIR-AID.
001710     EVALUATE EIBAID
001720        WHEN DFHENTER
001730           MOVE 00 TO PFKEY-INDICATOR
001740        WHEN DFHCLEAR
001750           MOVE 93 TO PFKEY-INDICATOR
001760        WHEN DFHPF3
001770           MOVE 03 TO PFKEY-INDICATOR
001780        WHEN DFHPF7
001790           MOVE 07 TO PFKEY-INDICATOR
001800        WHEN DFHPF8
001810           MOVE 08 TO PFKEY-INDICATOR
001820        WHEN OTHER
001830           MOVE 99 TO PFKEY-INDICATOR
001840     END-EVALUATE.
001850 1100-EXIT.
001860     EXIT.
001870*****************************************************************
001880*    2000-PAGE-AVANT - PFK8 : PAGE SUIVANTE SI LA SEPTIEME TRACE
001890*    A ETE TROUVEE A L'AFFICHAGE PRECEDENT.
001900*****************************************************************
001910 2000-PAGE-AVANT.
001920     IF PAGE-SUIVANTE
001930        ADD 1 TO W-COM-PAGE
001940     ELSE
001950        MOVE 'FIN DE L''HISTORIQUE - AUCUNE PAGE SUIVANTE'
001960           TO W-MSG-TRAVAIL
001970     END-IF.
001980     PERFORM 3000-AFFICHER-PAGE THRU 3000-EXIT.
001990 2000-EXIT.
002000     EXIT.
002010*****************************************************************
002020*    2100-PAGE-ARRIERE - PFK7 : PAGE PRECEDENTE.
002030*****************************************************************
002040 2100-PAGE-ARRIERE.
002050     IF W-COM-PAGE > 1
002060        SUBTRACT 1 FROM W-COM-PAGE
002070     ELSE
002080        MOVE 'DEBUT DE L''HISTORIQUE - AUCUNE PAGE PRECEDENTE'
002090           TO W-MSG-TRAVAIL
002100     END-IF.
002110     PERFORM 3000-AFFICHER-PAGE THRU 3000-EXIT.
002120 2100-EXIT.
002130     EXIT.
002140*****************************************************************
002150*    3000-AFFICHER-PAGE - LECTURE DES TRACES DE LA PAGE COURANTE
002160*    (LES PAGES PRECEDENTES SONT SAUTEES), PUIS DEUX LIGNES PAR
002170*    TRACE. UNE PAGE DEVENUE VIDE (FGSHIST RECHARGE ENTRE-TEMPS)
002180*    RAMENE A LA PREMIERE.
002190*****************************************************************
002200 3000-AFFICHER-PAGE.
002210     MOVE LOW-VALUES TO HZHIM1O.
002220     PERFORM 3100-LIRE-TRACES THRU 3100-EXIT.
002230     IF W-NB-TRACES = ZERO AND W-COM-PAGE > 1
002240        MOVE 1 TO W-COM-PAGE
002250        PERFORM 3100-LIRE-TRACES THRU 3100-EXIT
002260     END-IF.
002270     MOVE 'N' TO W-COM-SUITE.
002280     IF W-NB-TRACES > 6
002290        MOVE 'O' TO W-COM-SUITE
002300     END-IF.
002310     MOVE ZERO TO W-IDX-LIGNE.
002320     PERFORM 3300-FORMATER-TRACE THRU 3300-EXIT
002330        VARYING W-IDX-TR FROM 1 BY 1
002340        UNTIL W-IDX-TR > W-NB-TRACES OR W-IDX-TR > 6.
002350     IF W-MSG-TRAVAIL NOT = SPACES
002360        MOVE W-MSG-TRAVAIL TO MSGO
002370     ELSE
002380        IF W-NB-TRACES = ZERO
002390           MOVE 'AUCUNE TRACE AU JOURNAL POUR CETTE CLE' TO MSGO
002400        ELSE
002410           MOVE 'PFK8 PAGE SUIVANTE - PFK7 PAGE PRECEDENTE'
002420              TO MSGO
002430        END-IF
002440     END-IF.
002450     PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT.
002460 3000-EXIT.
002470     EXIT.
002480*****************************************************************
002490*    3100-LIRE-TRACES - STARTBR SUR LA CLE FFFFFGS SUIVIE DE
002500*    LOW-VALUES, READNEXT TANT QUE LA CLE FFFFFGS EST LA MEME ;
002510*    LES (PAGE - 1) X 6 PREMIERES TRACES SONT SAUTEES, LES SEPT
002520*    SUIVANTES SONT GARDEES.
002530*****************************************************************
002540 3100-LIRE-TRACES.
002550     MOVE ZERO TO W-NB-TRACES.
002560     MOVE ZERO TO W-NB-SAUTEES.
002570     COMPUTE W-NB-A-SAUTER = (W-COM-PAGE - 1) * 6.
002580     MOVE 'N' TO W-FIN-BROWSE.
002590     MOVE LOW-VALUES TO W-CLE-BROWSE.
002600     MOVE W-COM-CLE TO W-CLE-BROWSE (1:12).
002610     EXEC CICS STARTBR FILE (W-FICHIER-FGSHIST)
002620                      RIDFLD (W-CLE-BROWSE)
002630                      GTEQ
002640                      RESP (W-RESP-CICS)
002650     END-EXEC.
002660     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
002670        GO TO 3100-EXIT
002680     END-IF.
002690     PERFORM 3200-LIRE-SUIVANT THRU 3200-EXIT
002700        UNTIL FIN-BROWSE OR W-NB-TRACES = 7.
002710     EXEC CICS ENDBR FILE (W-FICHIER-FGSHIST)
002720     END-EXEC.
002730 3100-EXIT.
002740     EXIT.
002750 3200-LIRE-SUIVANT.
002760     EXEC CICS READNEXT FILE (W-FICHIER-FGSHIST)
002770                       INTO (FGS-HIST-ENREG)
002780                       RIDFLD (W-CLE-BROWSE)
002790                       RESP (W-RESP-CICS)
002800     END-EXEC.
002810     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
002820        MOVE 'O' TO W-FIN-BROWSE
002830        GO TO 3200-EXIT
002840     END-IF.
002850     IF FH-CLE NOT = W-COM-CLE
002860        MOVE 'O' TO W-FIN-BROWSE
002870        GO TO 3200-EXIT
002880     END-IF.
002890     IF W-NB-SAUTEES < W-NB-A-SAUTER
002900        ADD 1 TO W-NB-SAUTEES
002910        GO TO 3200-EXIT
002920     END-IF.
002930     ADD 1 TO W-NB-TRACES.
002940     MOVE FH-HORODATE TO W-TR-HORODATE (W-NB-TRACES).
002950     MOVE FH-JOB-NAME TO W-TR-JOB-NAME (W-NB-TRACES).
002960     MOVE FH-TYPE TO W-TR-TYPE (W-NB-TRACES).
002970     MOVE FH-IMAGE-AVANT TO W-TR-IMAGE (W-NB-TRACES).
002980 3200-EXIT.
002990     EXIT.
003000*****************************************************************
003010*    3300-FORMATER-TRACE - PREMIERE LIGNE : HORODATE, JOB, TYPE
003020*    ET IMAGE AVANT ('NEANT' POUR UNE CREATION). SECONDE LIGNE :
003030*    IMAGE APRES = IMAGE AVANT DE LA TRACE SUIVANTE, OU FFFFFGS
003040*    COURANT POUR LA DERNIERE TRACE ; RIEN APRES UNE SUPPRESSION.
003050*****************************************************************
003060 3300-FORMATER-TRACE.
003070     MOVE SPACES TO W-LIGNE-TRACE.
003080     MOVE W-TR-HORODATE (W-IDX-TR) (1:12) TO WLT-HORODATE.
003090     MOVE W-TR-JOB-NAME (W-IDX-TR) TO WLT-JOB-NAME.
003100     MOVE W-TR-TYPE (W-IDX-TR) TO WLT-TYPE.
003110     MOVE 'AV' TO WLT-SENS.
003120     MOVE W-TR-IMAGE (W-IDX-TR) TO W-IMAGE-COURANTE.
003130     MOVE 'P' TO W-ETAT-IMAGE.
003140     IF W-TR-TYPE (W-IDX-TR) = 'C'
003150           OR W-IMAGE-COURANTE (1:5) = 'NEANT'
003160        MOVE 'N' TO W-ETAT-IMAGE
003170     END-IF.
003180     PERFORM 3400-FORMATER-VALEURS THRU 3400-EXIT.
003190     ADD 1 TO W-IDX-LIGNE.
003200     MOVE W-LIGNE-TRACE TO LIGO (W-IDX-LIGNE).
003210     MOVE SPACES TO W-LIGNE-TRACE.
003220     MOVE 'AP' TO WLT-SENS.
003230     MOVE 'P' TO W-ETAT-IMAGE.
003240     EVALUATE TRUE
003250        WHEN W-TR-TYPE (W-IDX-TR) = 'S'
003260           MOVE 'S' TO W-ETAT-IMAGE
003270        WHEN W-IDX-TR < W-NB-TRACES
003280           MOVE W-TR-IMAGE (W-IDX-TR + 1) TO W-IMAGE-COURANTE
003290           IF W-IMAGE-COURANTE (1:5) = 'NEANT'
003300              MOVE 'A' TO W-ETAT-IMAGE
003310           END-IF
003320        WHEN OTHER
003330           PERFORM 3500-LIRE-FFFFFGS THRU 3500-EXIT
003340     END-EVALUATE.
003350     PERFORM 3400-FORMATER-VALEURS THRU 3400-EXIT.
003360     ADD 1 TO W-IDX-LIGNE.
003370     MOVE W-LIGNE-TRACE TO LIGO (W-IDX-LIGNE).
003380 3300-EXIT.
003390     EXIT.
003400 3400-FORMATER-VALEURS.
003410     EVALUATE TRUE
003420        WHEN IMAGE-NEANT
003430           MOVE '(NEANT)' TO WLT-LIBELLE
003440        WHEN IMAGE-SUPPRIMEE
003450           MOVE '(SUPPRIME)' TO WLT-LIBELLE
003460        WHEN IMAGE-ABSENTE
003470           MOVE '(ABSENT DE FFFFFGS)' TO WLT-LIBELLE
003480        WHEN OTHER
003490           MOVE W-IMAGE-COURANTE TO FFFFFGS-ENREG
003500           MOVE FFFFFGS-LIBELLE TO WLT-LIBELLE
003510           MOVE FFFFFGS-MONTANT TO WLT-MONTANT
003520           MOVE FFFFFGS-DEVISE TO WLT-DEVISE
003530     END-EVALUATE.
003540 3400-EXIT.
003550     EXIT.
003560*****************************************************************
003570*    3500-LIRE-FFFFFGS - ETAT COURANT DE LA CLE, IMAGE APRES DE
003580*    LA DERNIERE TRACE.
003590*****************************************************************
003600 3500-LIRE-FFFFFGS.
003610     EXEC CICS READ FILE (W-FICHIER-FFFFFGS)
003620                    INTO (FFFFFGS-ENREG)
003630                    RIDFLD (W-COM-CLE)
003640                    RESP (W-RESP-CICS)
003650     END-EXEC.
003660     IF W-RESP-CICS = DFHRESP(NORMAL)
003670        MOVE FFFFFGS-ENREG TO W-IMAGE-COURANTE
003680     ELSE
003690        MOVE 'A' TO W-ETAT-IMAGE
003700     END-IF.
003710 3500-EXIT.
003720     EXIT.
003730*****************************************************************
003740*    8000-ENVOYER-MAP - ENVOI DE LA MAP AVEC LA CLE ET LE NUMERO
003750*    DE PAGE COURANTS RAPPELES A L'ECRAN.
003760*****************************************************************
003770 8000-ENVOYER-MAP.
003780     MOVE W-COM-CLE TO CLEO.
003790     MOVE W-COM-PAGE TO W-PAGE-EDIT.
003800     MOVE SPACES TO PAGO.
003810     STRING 'PAGE ' DELIMITED BY SIZE
003820         W-PAGE-EDIT DELIMITED BY SIZE
003830         INTO PAGO
003840     END-STRING.
003850     EXEC CICS SEND MAP ('HZHIM1')
003860                    MAPSET ('HZHIM01')
003870                    FROM (HZHIM1O)
003880                    ERASE
003890     END-EXEC.
003900 8000-EXIT.
003910     EXIT.
003920*****************************************************************
003930*    9000-RETOUR-HZIQ - PFK3 : XCTL VERS HZIQ0001 AVEC SA
003940*    COMMAREA (INDICATEUR DE RETOUR POSE PAR HZIQ0001), QUI
003950*    REAFFICHE LA PAGE DE CONSULTATION D'OU L'ON VENAIT.
003960*****************************************************************
003970 9000-RETOUR-HZIQ.
003980     EXEC CICS XCTL PROGRAM ('HZIQ0001')
003990                    COMMAREA (W-COM-COMMAREA-HZIQ)
004000                    LENGTH (W-LONG-COMMAREA-HZIQ)
004010     END-EXEC.
004020 9000-EXIT.
004030     EXIT.
004040*****************************************************************
004050*    9100-ACCES-DIRECT - TRANSACTION LANCEE SANS COMMAREA : PAS
004060*    DE CLE A CONSULTER, MESSAGE ET FIN.
004070*****************************************************************
004080 9100-ACCES-DIRECT.
004090     EXEC CICS SEND TEXT
004100                    FROM (W-MSG-ACCES)
004110                    LENGTH (W-LONG-MSG-ACCES)
004120                    ERASE
004130     END-EXEC.
004140     EXEC CICS RETURN
004150     END-EXEC.
004160 9100-EXIT.
004170     EXIT.
