000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZGQ0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. TRANSACTION HZGQ - CONSULTATION 3270 DU GRAND LIVRE
000080     (MAP HZGQM1 DU MAPSET HZGQM01). PREND UN COMPTE ET UNE
000090     PERIODE AAAAMMJJ ET AFFICHE LE SOLDE D'OUVERTURE A LA DATE
000100     DE DEBUT (SOLDE DU MOIS CHARGE PAR HZGC0001 DEPUIS
000110     SOLDE-OUV, AUGMENTE DES ECRITURES DU MOIS ANTERIEURES A LA
000120     DATE DE DEBUT), PUIS LES ECRITURES DE LA PERIODE PAR PAGES
000130     DE DIX : DATE, SENS, MONTANT, LIBELLE, PROGRAMME SOURCE,
000140     ENTITE JURIDIQUE ET SOLDE PROGRESSIF (POSITIF = DEBITEUR,
000150     COMME DANS HZCL0001). PAGINATION PFK8 (AVANT) / PFK7
000160     (ARRIERE) COMME DANS HZIQ0001.
000170*****************************************************************
000180*    HISTORIQUE DES MODIFICATIONS
000190*    --------------------------------------------------------
000200*    DATE       AUTEUR  DESCRIPTION
000210*    --------   ------  -------------------------------------
000220*    15/10/2026 EBA     CREATION.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 DATA DIVISION.
000310 WORKING-STORAGE SECTION.
000320 COPY HZGQM01.
000330 COPY DFHAID.
000340*****************************************************************
000350*    GL-CONS EST ATTEINT PAR FILE CONTROL CICS (STARTBR /
000360*    READNEXT / READPREV / ENDBR), LE DESSIN D'ENREGISTREMENT
000370*    EST REPRIS EN ZONE DE TRAVAIL.
000380*****************************************************************
000390 COPY GLCONSC.
000400 01  W-FICHIER-GLCONS            PIC X(08) VALUE 'GLCONS'.
000410 01  W-CLE-BROWSE.
000420     05  W-CB-COMPTE             PIC X(10).
000430     05  W-CB-DATE               PIC 9(08).
000440     05  W-CB-SOURCE             PIC X(08).
000450     05  W-CB-RANG               PIC 9(06).
000460 01  W-RESP-GLCONS               PIC S9(08) COMP.
000470*****************************************************************
000480*    INDICATEUR DE TOUCHE, MEME CONVENTION QUE PFKEY-INDICATOR
000490*    DANS HORROR (HZGQ N'EXPLOITE QUE ENTREE, CLEAR, PFK3,
000500*    PFK7 ET PFK8).
000510*****************************************************************
000520 01  PFKEY-INDICATOR             PIC 99 VALUE 00.
000530     88  ENTER-KEY               VALUE 00.
000540     88  CLEAR                   VALUE 93.
000550     88  PFK3                    VALUE 3.
000560     88  PFK7                    VALUE 7.
000570     88  PFK8                    VALUE 8.
000580     88  AUTRE-TOUCHE            VALUE 99.
000590*****************************************************************
000600*    ZONE DE CONVERSATION (COMMAREA) : COMPTE ET PERIODE EN
000610*    COURS, SOLDE D'OUVERTURE, CLES HAUTE ET BASSE DE LA PAGE
000620*    AFFICHEE, SOLDES AVANT LA PREMIERE ET APRES LA DERNIERE
000630*    LIGNE DE LA PAGE (POINT DE REPRISE DU SOLDE PROGRESSIF EN
000640*    PFK8 ET PFK7), NUMERO DE PAGE.
000650*****************************************************************
000660 01  W-COMMAREA.
000670     05  W-COM-COMPTE            PIC X(10).
000680     05  W-COM-DATE-DEBUT        PIC 9(08).
000690     05  W-COM-DATE-FIN          PIC 9(08).
000700     05  W-COM-SOLDE-OUVERTURE   PIC S9(13)V99 COMP-3.
000710     05  W-COM-OUVERTURE-CHARGEE PIC X(01).
000720         88  COM-OUVERTURE-CHARGEE VALUE 'O'.
000730     05  W-COM-CLE-HAUT          PIC X(32).
000740     05  W-COM-CLE-BAS           PIC X(32).
000750     05  W-COM-SOLDE-AVANT       PIC S9(13)V99 COMP-3.
000760     05  W-COM-SOLDE-APRES       PIC S9(13)V99 COMP-3.
000770     05  W-COM-PAGE              PIC 9(04).
000780 01  W-LONG-COMMAREA             PIC S9(04) COMP VALUE 119.
000790 01  W-TRANSID-HZGQ              PIC X(04) VALUE 'HZGQ'.
000800*****************************************************************
000810*    CONTROLE DE LA SAISIE : DATES AAAAMMJJ, DATE DE FIN A BLANC
000820*    = SANS LIMITE.
000830*****************************************************************
000840 01  W-SAISIE-DATE               PIC X(08).
000850 01  W-SAISIE-DATE-9 REDEFINES W-SAISIE-DATE.
000860     05  W-SD-AAAA               PIC 9(04).
000870     05  W-SD-MM                 PIC 9(02).
000880     05  W-SD-JJ                 PIC 9(02).
000890 01  W-SAISIE-DATE-N REDEFINES W-SAISIE-DATE
000900                                 PIC 9(08).
000910 01  W-DATE-VALIDE               PIC X VALUE 'O'.
000920     88  DATE-VALIDE             VALUE 'O'.
000930 01  W-DATE-SANS-LIMITE          PIC 9(08) VALUE 99991231.
000940 01  W-DATE-DEBUT-MOIS           PIC 9(08) VALUE ZERO.
000950 01  W-DATE-TRAVAIL              PIC 9(08).
000960 01  W-DATE-TRAVAIL-R REDEFINES W-DATE-TRAVAIL.
000970     05  W-DT-AAAA               PIC 9(04).
000980     05  W-DT-MM                 PIC 9(02).
000990     05  W-DT-JJ                 PIC 9(02).
001000 01  W-DATE-EDIT                 PIC X(10).
001010 01  W-NB-LIGNES-PAGE            PIC 9(02) COMP VALUE 0.
001020 01  W-IDX-REMPLIR               PIC 9(02) COMP VALUE 0.
001030 01  W-FIN-BROWSE                PIC X VALUE 'N'.
001040     88  FIN-BROWSE              VALUE 'O'.
001050 01  W-MONTANT-SIGNE             PIC S9(13)V99 COMP-3.
001060 01  W-SOLDE-COURANT             PIC S9(13)V99 COMP-3.
001070 01  W-CUMUL-PAGE                PIC S9(13)V99 COMP-3.
001080 01  W-MONTANT-EDIT              PIC Z(10)9,99.
001090 01  W-SOLDE-EDIT                PIC -Z(10)9,99.
001100 01  W-LIGNE-DETAIL              PIC X(76).
001110 01  W-PAGE-EDIT                 PIC ZZZ9.
001120 01  W-MSG-FIN                   PIC X(30) VALUE
001130     'HZGQ - FIN DE CONSULTATION'.
001140 01  W-LONG-MSG-FIN              PIC S9(04) COMP VALUE 30.
001150*****************************************************************
001160*    TAMPON DE PAGE POUR LA PAGINATION ARRIERE : LES
001170*    ENREGISTREMENTS SONT COLLECTES EN ORDRE DESCENDANT PAR
001180*    READPREV, PUIS REVERSES ET FORMATES EN ORDRE ASCENDANT POUR
001190*    RECALCULER LE SOLDE PROGRESSIF.
001200*****************************************************************
001210 01  W-TAMPON-PAGE.
001220     05  W-TP-ENTREE OCCURS 10 TIMES.
001230         10  W-TP-ENREG          PIC X(98).
001240 LINKAGE SECTION.
001250 01  DFHCOMMAREA                 PIC X(119).
001260 PROCEDURE DIVISION.
001270 0000-MAINLINE.
001280     IF EIBCALEN = ZERO
001290        PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
001300        GO TO 0000-RETOUR
001310     END-IF.
001320     MOVE DFHCOMMAREA TO W-COMMAREA.
001330     PERFORM 1100-CONVERTIR-AID THRU 1100-EXIT.
001340     EVALUATE TRUE
001350        WHEN PFK3
001360           PERFORM 9000-FIN-TRANSACTION THRU 9000-EXIT
001370        WHEN CLEAR
001380           PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
001390        WHEN ENTER-KEY
001400           PERFORM 2000-NOUVELLE-RECHERCHE THRU 2000-EXIT
001410        WHEN PFK8
001420           PERFORM 3000-PAGE-AVANT THRU 3000-EXIT
001430        WHEN PFK7
001440           PERFORM 4000-PAGE-ARRIERE THRU 4000-EXIT
001450        WHEN OTHER
001460           MOVE 'TOUCHE NON GEREE - ENTREE, PF3, PF7 OU PF8'
001470              TO MSGO
001480           PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
001490     END-EVALUATE.
001500 0000-RETOUR.
001510     EXEC CICS RETURN TRANSID (W-TRANSID-HZGQ)
001520                      COMMAREA (W-COMMAREA)
001530                      LENGTH (W-LONG-COMMAREA)
001540     END-EXEC.
001550 0000-EXIT.
001560     EXIT.
001570*****************************************************************
001580*    1000-PREMIER-AFFICHAGE - MAP VIERGE (PREMIER PASSAGE OU
001590*    CLEAR). LA CONVERSATION REPART D'UNE ZONE COMMAREA NEUVE.
001600*****************************************************************
001610 1000-PREMIER-AFFICHAGE.
001620     MOVE LOW-VALUES TO HZGQM1O.
001630     MOVE SPACES TO W-COM-COMPTE W-COM-CLE-HAUT W-COM-CLE-BAS.
001640     MOVE ZERO TO W-COM-DATE-DEBUT W-COM-DATE-FIN W-COM-PAGE.
001650     MOVE ZERO TO W-COM-SOLDE-OUVERTURE W-COM-SOLDE-AVANT
001660        W-COM-SOLDE-APRES.
001670     MOVE 'N' TO W-COM-OUVERTURE-CHARGEE.
001680     MOVE 'SAISIR COMPTE, DATE DE DEBUT (ET DE FIN) PUIS ENTREE'
001690        TO MSGO.
001700     EXEC CICS SEND MAP ('HZGQM1')
001710                    MAPSET ('HZGQM01')
001720                    FROM (HZGQM1O)
001730                    ERASE
001740     END-EXEC.
001750 1000-EXIT.
001760     EXIT.
001770*****************************************************************
001780*    1100-CONVERTIR-AID - TRADUIT EIBAID DANS L'INDICATEUR DE
001790*    TOUCHE (MEME CONVENTION NUMERIQUE QUE PFKEY-INDICATOR DE
001800*    HORROR).
001810*****************************************************************
001820 1100-CONVERTIR-AID.
001830     EVALUATE EIBAID
001840        WHEN DFHENTER
001850           MOVE 00 TO PFKEY-INDICATOR
001860        WHEN DFHCLEAR
001870           MOVE 93 TO PFKEY-INDICATOR
001880        WHEN DFHPF3
001890           MOVE 03 TO PFKEY-INDICATOR
001900        WHEN DFHPF7
001910           MOVE 07 TO PFKEY-INDICATOR
001920        WHEN DFHPF8
001930           MOVE 08 TO PFKEY-INDICATOR
001940        WHEN OTHER
001950           MOVE 99 TO PFKEY-INDICATOR
001960     END-EVALUATE.
001970 1100-EXIT.
001980     EXIT.
001990*****************************************************************
002000*    2000-NOUVELLE-RECHERCHE - RECOIT LA MAP, RETIENT LE COMPTE
002010*    ET LA PERIODE SAISIS (UNE ZONE NON MODIFIEE CONSERVE SA
002020*    VALEUR PRECEDENTE), CALCULE LE SOLDE D'OUVERTURE ET
002030*    AFFICHE LA PREMIERE PAGE DE LA PERIODE.
002040*****************************************************************
002050 2000-NOUVELLE-RECHERCHE.
002060     EXEC CICS RECEIVE MAP ('HZGQM1')
002070                       MAPSET ('HZGQM01')
002080                       INTO (HZGQM1I)
002090                       RESP (W-RESP-GLCONS)
002100     END-EXEC.
002110     IF W-RESP-GLCONS = DFHRESP(MAPFAIL)
002120        MOVE LOW-VALUES TO HZGQM1I
002130     END-IF.
002140     IF CPTEL > ZERO AND CPTEI NOT = SPACES
002150        MOVE CPTEI TO W-COM-COMPTE
002160     END-IF.
002170     IF DDEBL > ZERO
002180        MOVE DDEBI TO W-SAISIE-DATE
002190        PERFORM 2100-CONTROLER-DATE THRU 2100-EXIT
002200        IF NOT DATE-VALIDE
002210           MOVE LOW-VALUES TO HZGQM1O
002220           MOVE 'DATE DE DEBUT INVALIDE (AAAAMMJJ)' TO MSGO
002230           PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002240           GO TO 2000-EXIT
002250        END-IF
002260        MOVE W-SAISIE-DATE-N TO W-COM-DATE-DEBUT
002270     END-IF.
002280     IF DFINL > ZERO
002290        IF DFINI = SPACES OR DFINI = LOW-VALUES
002300           MOVE W-DATE-SANS-LIMITE TO W-COM-DATE-FIN
002310        ELSE
002320           MOVE DFINI TO W-SAISIE-DATE
002330           PERFORM 2100-CONTROLER-DATE THRU 2100-EXIT
002340           IF NOT DATE-VALIDE
002350              MOVE LOW-VALUES TO HZGQM1O
002360              MOVE 'DATE DE FIN INVALIDE (AAAAMMJJ)' TO MSGO
002370              PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002380              GO TO 2000-EXIT
002390           END-IF
002400           MOVE W-SAISIE-DATE-N TO W-COM-DATE-FIN
002410        END-IF
002420     END-IF.
002430     IF W-COM-DATE-FIN = ZERO
002440        MOVE W-DATE-SANS-LIMITE TO W-COM-DATE-FIN
002450     END-IF.
002460     IF W-COM-COMPTE = SPACES OR W-COM-DATE-DEBUT = ZERO
002470        MOVE LOW-VALUES TO HZGQM1O
002480        MOVE 'COMPTE ET DATE DE DEBUT OBLIGATOIRES' TO MSGO
002490        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002500        GO TO 2000-EXIT
002510     END-IF.
002520     IF W-COM-DATE-FIN < W-COM-DATE-DEBUT
002530        MOVE LOW-VALUES TO HZGQM1O
002540        MOVE 'DATE DE FIN ANTERIEURE A LA DATE DE DEBUT' TO MSGO
002550        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002560        GO TO 2000-EXIT
002570     END-IF.
002580     PERFORM 2200-CALCULER-OUVERTURE THRU 2200-EXIT.
002590     MOVE ZERO TO W-COM-PAGE.
002600     MOVE SPACES TO W-COM-CLE-HAUT.
002610     MOVE SPACES TO W-COM-CLE-BAS.
002620     MOVE W-COM-SOLDE-OUVERTURE TO W-COM-SOLDE-APRES.
002630     MOVE W-COM-SOLDE-OUVERTURE TO W-COM-SOLDE-AVANT.
002640     MOVE W-COM-COMPTE TO W-CB-COMPTE.
002650     MOVE W-COM-DATE-DEBUT TO W-CB-DATE.
002660     MOVE LOW-VALUES TO W-CB-SOURCE.
002670     MOVE ZERO TO W-CB-RANG.
002680     PERFORM 3100-LIRE-PAGE-AVANT THRU 3100-EXIT.
002690 2000-EXIT.
002700     EXIT.
002710 2100-CONTROLER-DATE.
002720     MOVE 'O' TO W-DATE-VALIDE.
002730     IF W-SAISIE-DATE NOT NUMERIC
002740        MOVE 'N' TO W-DATE-VALIDE
002750        GO TO 2100-EXIT
002760     END-IF.
002770     IF W-SD-MM < 1 OR W-SD-MM > 12
002780           OR W-SD-JJ < 1 OR W-SD-JJ > 31
002790        MOVE 'N' TO W-DATE-VALIDE
002800     END-IF.
002810 2100-EXIT.
002820     EXIT.
002830*****************************************************************
002840*    2200-CALCULER-OUVERTURE - SOLDE A LA DATE DE DEBUT : SOLDE
002850*    D'OUVERTURE DU MOIS (ENREGISTREMENT 'O' DATE DU PREMIER DU
002860*    MOIS) PLUS LES ECRITURES DU PREMIER DU MOIS A LA VEILLE DE
002870*    LA DATE DE DEBUT. UN MOIS SANS SOLDE CHARGE PART DE ZERO,
002880*    CE QUI EST SIGNALE SUR LA LIGNE D'OUVERTURE.
002890*****************************************************************
002900 2200-CALCULER-OUVERTURE.
002910     MOVE ZERO TO W-COM-SOLDE-OUVERTURE.
002920     MOVE 'N' TO W-COM-OUVERTURE-CHARGEE.
002930     MOVE W-COM-DATE-DEBUT TO W-DATE-TRAVAIL.
002940     MOVE 01 TO W-DT-JJ.
002950     MOVE W-DATE-TRAVAIL TO W-DATE-DEBUT-MOIS.
002960     MOVE W-COM-COMPTE TO W-CB-COMPTE.
002970     MOVE W-DATE-DEBUT-MOIS TO W-CB-DATE.
002980     MOVE LOW-VALUES TO W-CB-SOURCE.
002990     MOVE ZERO TO W-CB-RANG.
003000     MOVE 'N' TO W-FIN-BROWSE.
003010     EXEC CICS STARTBR FILE (W-FICHIER-GLCONS)
003020                      RIDFLD (W-CLE-BROWSE)
003030                      GTEQ
003040                      RESP (W-RESP-GLCONS)
003050     END-EXEC.
003060     IF W-RESP-GLCONS NOT = DFHRESP(NORMAL)
003070        GO TO 2200-EXIT
003080     END-IF.
003090     PERFORM 2210-CUMULER-ANTERIEUR THRU 2210-EXIT
003100        UNTIL FIN-BROWSE.
003110     EXEC CICS ENDBR FILE (W-FICHIER-GLCONS)
003120     END-EXEC.
003130 2200-EXIT.
003140     EXIT.
003150 2210-CUMULER-ANTERIEUR.
003160     EXEC CICS READNEXT FILE (W-FICHIER-GLCONS)
003170                       INTO (GLCONS-ENREG)
003180                       RIDFLD (W-CLE-BROWSE)
003190                       RESP (W-RESP-GLCONS)
003200     END-EXEC.
003210     IF W-RESP-GLCONS NOT = DFHRESP(NORMAL)
003220           OR GC-COMPTE NOT = W-COM-COMPTE
003230        MOVE 'O' TO W-FIN-BROWSE
003240        GO TO 2210-EXIT
003250     END-IF.
003260     IF GC-OUVERTURE
003270        IF GC-DATE = W-DATE-DEBUT-MOIS
003280           ADD GC-MONTANT TO W-COM-SOLDE-OUVERTURE
003290           MOVE 'O' TO W-COM-OUVERTURE-CHARGEE
003300        END-IF
003310        GO TO 2210-EXIT
003320     END-IF.
003330     IF GC-DATE NOT < W-COM-DATE-DEBUT
003340        MOVE 'O' TO W-FIN-BROWSE
003350        GO TO 2210-EXIT
003360     END-IF.
003370     PERFORM 7050-SIGNER-MONTANT THRU 7050-EXIT.
003380     ADD W-MONTANT-SIGNE TO W-COM-SOLDE-OUVERTURE.
003390 2210-EXIT.
003400     EXIT.
003410*****************************************************************
003420*    3000-PAGE-AVANT - PAGE SUIVANTE (PFK8) : REPOSITIONNEMENT
003430*    SUR LA DERNIERE CLE AFFICHEE, QUI EST SAUTEE, PUIS DIX
003440*    ECRITURES ; LE SOLDE PROGRESSIF REPART DU SOLDE APRES LA
003450*    DERNIERE LIGNE DE LA PAGE COURANTE.
003460*****************************************************************
003470 3000-PAGE-AVANT.
003480     IF W-COM-CLE-BAS = SPACES
003490        MOVE 'AUCUNE PAGE EN COURS - SAISIR UN COMPTE' TO MSGO
003500        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
003510        GO TO 3000-EXIT
003520     END-IF.
003530     MOVE W-COM-CLE-BAS TO W-CLE-BROWSE.
003540     PERFORM 3100-LIRE-PAGE-AVANT THRU 3100-EXIT.
003550 3000-EXIT.
003560     EXIT.
003570*****************************************************************
003580*    3100-LIRE-PAGE-AVANT - STARTBR SUR W-CLE-BROWSE PUIS
003590*    READNEXT JUSQU'A DIX ECRITURES. LES SOLDES D'OUVERTURE DE
003600*    MOIS RENCONTRES ('O') NE SONT PAS AFFICHES : LE SOLDE
003610*    PROGRESSIF LES CONTIENT DEJA. LE PARCOURS S'ARRETE AU
003620*    CHANGEMENT DE COMPTE OU APRES LA DATE DE FIN. UNE PAGE VIDE
003630*    LAISSE INTACTS LES CLES ET SOLDES DE LA PAGE PRECEDENTE.
003640*****************************************************************
003650 3100-LIRE-PAGE-AVANT.
003660     MOVE LOW-VALUES TO HZGQM1O.
003670     MOVE ZERO TO W-NB-LIGNES-PAGE.
003680     MOVE 'N' TO W-FIN-BROWSE.
003690     MOVE W-COM-SOLDE-APRES TO W-SOLDE-COURANT.
003700     EXEC CICS STARTBR FILE (W-FICHIER-GLCONS)
003710                      RIDFLD (W-CLE-BROWSE)
003720                      GTEQ
003730                      RESP (W-RESP-GLCONS)
003740     END-EXEC.
003750     IF W-RESP-GLCONS NOT = DFHRESP(NORMAL)
003760        MOVE 'AUCUNE ECRITURE POUR CE COMPTE' TO MSGO
003770        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
003780        GO TO 3100-EXIT
003790     END-IF.
003800     PERFORM 3200-LIRE-SUIVANT THRU 3200-EXIT
003810        UNTIL FIN-BROWSE OR W-NB-LIGNES-PAGE = 10.
003820     EXEC CICS ENDBR FILE (W-FICHIER-GLCONS)
003830     END-EXEC.
003840     IF W-NB-LIGNES-PAGE = ZERO
003850        MOVE 'FIN DE PERIODE - AUCUNE ECRITURE SUPPLEMENTAIRE'
003860           TO MSGO
003870     ELSE
003880        MOVE W-COM-SOLDE-APRES TO W-COM-SOLDE-AVANT
003890        MOVE W-SOLDE-COURANT TO W-COM-SOLDE-APRES
003900        ADD 1 TO W-COM-PAGE
003910        MOVE 'PFK8 PAGE SUIVANTE - PFK7 PAGE PRECEDENTE' TO MSGO
003920     END-IF.
003930     PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT.
003940 3100-EXIT.
003950     EXIT.
003960 3200-LIRE-SUIVANT.
003970     EXEC CICS READNEXT FILE (W-FICHIER-GLCONS)
003980                       INTO (GLCONS-ENREG)
003990                       RIDFLD (W-CLE-BROWSE)
004000                       RESP (W-RESP-GLCONS)
004010     END-EXEC.
004020     IF W-RESP-GLCONS NOT = DFHRESP(NORMAL)
004030        MOVE 'O' TO W-FIN-BROWSE
004040        GO TO 3200-EXIT
004050     END-IF.
004060     IF GC-CLE = W-COM-CLE-BAS AND W-NB-LIGNES-PAGE = ZERO
004070        GO TO 3200-EXIT
004080     END-IF.
004090     IF GC-COMPTE NOT = W-COM-COMPTE
004100           OR GC-DATE > W-COM-DATE-FIN
004110        MOVE 'O' TO W-FIN-BROWSE
004120        GO TO 3200-EXIT
004130     END-IF.
004140     IF GC-OUVERTURE
004150        GO TO 3200-EXIT
004160     END-IF.
004170     ADD 1 TO W-NB-LIGNES-PAGE.
004180     PERFORM 7050-SIGNER-MONTANT THRU 7050-EXIT.
004190     ADD W-MONTANT-SIGNE TO W-SOLDE-COURANT.
004200     PERFORM 7100-FORMATER-LIGNE THRU 7100-EXIT.
004210     MOVE W-LIGNE-DETAIL TO LIGO (W-NB-LIGNES-PAGE).
004220     IF W-NB-LIGNES-PAGE = 1
004230        MOVE GC-CLE TO W-COM-CLE-HAUT
004240     END-IF.
004250     MOVE GC-CLE TO W-COM-CLE-BAS.
004260 3200-EXIT.
004270     EXIT.
004280*****************************************************************
004290*    4000-PAGE-ARRIERE - PAGE PRECEDENTE (PFK7) : LES ECRITURES
004300*    SONT COLLECTEES EN DESCENDANT PAR READPREV A PARTIR DE LA
004310*    PREMIERE CLE AFFICHEE (ELLE-MEME SAUTEE). LE SOLDE AVANT LA
004320*    NOUVELLE PAGE EST LE SOLDE AVANT LA PAGE COURANTE DIMINUE
004330*    DU CUMUL SIGNE DES ECRITURES RELUES ; LES LIGNES SONT
004340*    ENSUITE REVERSEES ET FORMATEES A PARTIR DE CE SOLDE.
004350*****************************************************************
004360 4000-PAGE-ARRIERE.
004370     IF W-COM-CLE-HAUT = SPACES
004380        MOVE 'AUCUNE PAGE EN COURS - SAISIR UN COMPTE' TO MSGO
004390        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
004400        GO TO 4000-EXIT
004410     END-IF.
004420     MOVE LOW-VALUES TO HZGQM1O.
004430     MOVE ZERO TO W-NB-LIGNES-PAGE.
004440     MOVE ZERO TO W-CUMUL-PAGE.
004450     MOVE 'N' TO W-FIN-BROWSE.
004460     MOVE W-COM-CLE-HAUT TO W-CLE-BROWSE.
004470     EXEC CICS STARTBR FILE (W-FICHIER-GLCONS)
004480                      RIDFLD (W-CLE-BROWSE)
004490                      GTEQ
004500                      RESP (W-RESP-GLCONS)
004510     END-EXEC.
004520     IF W-RESP-GLCONS NOT = DFHRESP(NORMAL)
004530        MOVE 'AUCUNE ECRITURE POUR CE COMPTE' TO MSGO
004540        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
004550        GO TO 4000-EXIT
004560     END-IF.
004570     PERFORM 4100-LIRE-PRECEDENT THRU 4100-EXIT
004580        UNTIL FIN-BROWSE OR W-NB-LIGNES-PAGE = 10.
004590     EXEC CICS ENDBR FILE (W-FICHIER-GLCONS)
004600     END-EXEC.
004610     IF W-NB-LIGNES-PAGE = ZERO
004620        MOVE 'DEBUT DE PERIODE - AUCUNE PAGE PRECEDENTE' TO MSGO
004630        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
004640        GO TO 4000-EXIT
004650     END-IF.
004660     COMPUTE W-COM-SOLDE-AVANT =
004670         W-COM-SOLDE-AVANT - W-CUMUL-PAGE.
004680     MOVE W-COM-SOLDE-AVANT TO W-SOLDE-COURANT.
004690     PERFORM 4200-REVERSER-TAMPON THRU 4200-EXIT.
004700     MOVE W-SOLDE-COURANT TO W-COM-SOLDE-APRES.
004710     IF W-COM-PAGE > 1
004720        SUBTRACT 1 FROM W-COM-PAGE
004730     END-IF.
004740     MOVE 'PFK8 PAGE SUIVANTE - PFK7 PAGE PRECEDENTE' TO MSGO.
004750     PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT.
004760 4000-EXIT.
004770     EXIT.
004780*****************************************************************
004790*    4100-LIRE-PRECEDENT - UN READPREV. LA PREMIERE LECTURE
004800*    RESTITUE LA CLE DE POSITIONNEMENT (HAUT DE LA PAGE
004810*    COURANTE) ET EST SAUTEE, AINSI QUE LES SOLDES 'O'.
004820*****************************************************************
004830 4100-LIRE-PRECEDENT.
004840     EXEC CICS READPREV FILE (W-FICHIER-GLCONS)
004850                       INTO (GLCONS-ENREG)
004860                       RIDFLD (W-CLE-BROWSE)
004870                       RESP (W-RESP-GLCONS)
004880     END-EXEC.
004890     IF W-RESP-GLCONS NOT = DFHRESP(NORMAL)
004900        MOVE 'O' TO W-FIN-BROWSE
004910        GO TO 4100-EXIT
004920     END-IF.
004930     IF GC-CLE = W-COM-CLE-HAUT
004940        GO TO 4100-EXIT
004950     END-IF.
004960     IF GC-COMPTE NOT = W-COM-COMPTE
004970           OR GC-DATE < W-COM-DATE-DEBUT
004980        MOVE 'O' TO W-FIN-BROWSE
004990        GO TO 4100-EXIT
005000     END-IF.
005010     IF GC-OUVERTURE
005020        GO TO 4100-EXIT
005030     END-IF.
005040     ADD 1 TO W-NB-LIGNES-PAGE.
005050     PERFORM 7050-SIGNER-MONTANT THRU 7050-EXIT.
005060     ADD W-MONTANT-SIGNE TO W-CUMUL-PAGE.
005070     MOVE GLCONS-ENREG TO W-TP-ENREG (W-NB-LIGNES-PAGE).
005080 4100-EXIT.
005090     EXIT.
005100*****************************************************************
005110*    4200-REVERSER-TAMPON - RESTITUE LE TAMPON DESCENDANT EN
005120*    ORDRE ASCENDANT DANS LA MAP, AVEC LE SOLDE PROGRESSIF, ET
005130*    POSE LES CLES HAUTE ET BASSE DE LA NOUVELLE PAGE.
005140*****************************************************************
005150 4200-REVERSER-TAMPON.
005160     PERFORM 4210-POSER-LIGNE THRU 4210-EXIT
005170        VARYING W-IDX-REMPLIR FROM W-NB-LIGNES-PAGE BY -1
005180        UNTIL W-IDX-REMPLIR < 1.
005190     MOVE W-TP-ENREG (W-NB-LIGNES-PAGE) TO GLCONS-ENREG.
005200     MOVE GC-CLE TO W-COM-CLE-HAUT.
005210     MOVE W-TP-ENREG (1) TO GLCONS-ENREG.
005220     MOVE GC-CLE TO W-COM-CLE-BAS.
005230 4200-EXIT.
005240     EXIT.
005250 4210-POSER-LIGNE.
005260     MOVE W-TP-ENREG (W-IDX-REMPLIR) TO GLCONS-ENREG.
005270     PERFORM 7050-SIGNER-MONTANT THRU 7050-EXIT.
005280     ADD W-MONTANT-SIGNE TO W-SOLDE-COURANT.
005290     PERFORM 7100-FORMATER-LIGNE THRU 7100-EXIT.
005300     MOVE W-LIGNE-DETAIL TO
005310        LIGO (W-NB-LIGNES-PAGE + 1 - W-IDX-REMPLIR).
005320 4210-EXIT.
005330     EXIT.
005340*****************************************************************
005350*    7050-SIGNER-MONTANT - MONTANT SIGNE DE L'ECRITURE : DEBIT
005360*    POSITIF, CREDIT NEGATIF (CONVENTION DE SOLDE-OUV).
005370*****************************************************************
005380 7050-SIGNER-MONTANT.
005390     IF GC-SENS = 'D'
005400        MOVE GC-MONTANT TO W-MONTANT-SIGNE
005410     ELSE
005420        COMPUTE W-MONTANT-SIGNE = ZERO - GC-MONTANT
005430     END-IF.
005440 7050-EXIT.
005450     EXIT.
005460 7100-FORMATER-LIGNE.
005470     MOVE GC-DATE TO W-DATE-TRAVAIL.
005480     PERFORM 7200-EDITER-DATE THRU 7200-EXIT.
005490     MOVE GC-MONTANT TO W-MONTANT-EDIT.
005500     MOVE W-SOLDE-COURANT TO W-SOLDE-EDIT.
005510     MOVE SPACES TO W-LIGNE-DETAIL.
005520     STRING W-DATE-EDIT DELIMITED BY SIZE
005530         ' ' DELIMITED BY SIZE
005540         GC-SENS DELIMITED BY SIZE
005550         ' ' DELIMITED BY SIZE
005560         W-MONTANT-EDIT DELIMITED BY SIZE
005570         ' ' DELIMITED BY SIZE
005580         GC-LIBELLE (1:20) DELIMITED BY SIZE
005590         ' ' DELIMITED BY SIZE
005600         GC-SOURCE DELIMITED BY SIZE
005610         ' ' DELIMITED BY SIZE
005620         GC-ENTITE DELIMITED BY SIZE
005630         ' ' DELIMITED BY SIZE
005640         W-SOLDE-EDIT DELIMITED BY SIZE
005650         INTO W-LIGNE-DETAIL
005660     END-STRING.
005670 7100-EXIT.
005680     EXIT.
005690 7200-EDITER-DATE.
005700     MOVE SPACES TO W-DATE-EDIT.
005710     STRING W-DT-JJ DELIMITED BY SIZE
005720         '/' DELIMITED BY SIZE
005730         W-DT-MM DELIMITED BY SIZE
005740         '/' DELIMITED BY SIZE
005750         W-DT-AAAA DELIMITED BY SIZE
005760         INTO W-DATE-EDIT
005770     END-STRING.
005780 7200-EXIT.
005790     EXIT.
005800*****************************************************************
005810*    8000-ENVOYER-MAP - ENVOI DE LA MAP AVEC LE COMPTE, LA
005820*    PERIODE, LE SOLDE D'OUVERTURE ET LE NUMERO DE PAGE COURANTS
005830*    RAPPELES A L'ECRAN.
005840*****************************************************************
005850 8000-ENVOYER-MAP.
005860     MOVE W-COM-COMPTE TO CPTEO.
005870     IF W-COM-DATE-DEBUT NOT = ZERO
005880        MOVE W-COM-DATE-DEBUT TO DDEBO
005890     END-IF.
005900     IF W-COM-DATE-FIN NOT = ZERO
005910           AND W-COM-DATE-FIN NOT = W-DATE-SANS-LIMITE
005920        MOVE W-COM-DATE-FIN TO DFINO
005930     END-IF.
005940     IF W-COM-DATE-DEBUT NOT = ZERO
005950        MOVE W-COM-DATE-DEBUT TO W-DATE-TRAVAIL
005960        PERFORM 7200-EDITER-DATE THRU 7200-EXIT
005970        MOVE W-COM-SOLDE-OUVERTURE TO W-SOLDE-EDIT
005980        MOVE SPACES TO OUVO
005990        IF COM-OUVERTURE-CHARGEE
006000           STRING 'SOLDE D''OUVERTURE AU ' DELIMITED BY SIZE
006010               W-DATE-EDIT DELIMITED BY SIZE
006020               ' : ' DELIMITED BY SIZE
006030               W-SOLDE-EDIT DELIMITED BY SIZE
006040               INTO OUVO
006050           END-STRING
006060        ELSE
006070           STRING 'SOLDE D''OUVERTURE AU ' DELIMITED BY SIZE
006080               W-DATE-EDIT DELIMITED BY SIZE
006090               ' : ' DELIMITED BY SIZE
006100               W-SOLDE-EDIT DELIMITED BY SIZE
006110               ' (SOLDE DU MOIS NON CHARGE)' DELIMITED BY SIZE
006120               INTO OUVO
006130           END-STRING
006140        END-IF
006150     END-IF.
006160     MOVE W-COM-PAGE TO W-PAGE-EDIT.
006170     MOVE SPACES TO PAGO.
006180     STRING 'PAGE ' DELIMITED BY SIZE
006190         W-PAGE-EDIT DELIMITED BY SIZE
006200         INTO PAGO
006210     END-STRING.
006220     EXEC CICS SEND MAP ('HZGQM1')
006230                    MAPSET ('HZGQM01')
006240                    FROM (HZGQM1O)
006250                    ERASE
006260     END-EXEC.
006270 8000-EXIT.
006280     EXIT.
006290*****************************************************************
006300*    9000-FIN-TRANSACTION - PFK3 : MESSAGE DE FIN ET RETOUR
006310*    CICS SANS TRANSID (FIN DE LA PSEUDO-CONVERSATION).
006320*****************************************************************
006330 9000-FIN-TRANSACTION.
006340     EXEC CICS SEND TEXT
006350                    FROM (W-MSG-FIN)
006360                    LENGTH (W-LONG-MSG-FIN)
006370                    ERASE
006380     END-EXEC.
006390     EXEC CICS RETURN
006400     END-EXEC.
006410 9000-EXIT.
006420     EXIT.
