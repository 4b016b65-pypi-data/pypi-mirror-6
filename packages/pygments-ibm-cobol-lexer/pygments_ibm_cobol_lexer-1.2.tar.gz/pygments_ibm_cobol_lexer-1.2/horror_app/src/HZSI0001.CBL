000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZSI0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. TRANSACTION HZSI - SITUATION DE COMPTE D'UN ADHERENT
000080     EN TEMPS REEL (MAP HZSIM1 DU MAPSET HZSIM01), POUR LE
000090     SUPPORT AU TELEPHONE. PREND UN COADHF ET AFFICHE LE BLOC
000100     IDENTITE ADH-REF (NOM, ADRESSE, STATUT, LANGUE), LE MANDAT
000110     (MD-STATUT, MD-NB-ECHECS), LE DERNIER NIVEAU DE RELANCE
000120     ENVOYE SUR SES FACTURES OUVERTES (RELANCE-HIST),
000130     L'ECHEANCIER EN COURS (ECHEANCIER) ET SES FACTURES OUVERTES
000140     AVEC LEUR RESTE DU PAR PAGES DE HUIT, PAGINATION PFK8
000150     (AVANT) / PFK7 (ARRIERE) COMME HZIQ0001. LES FICHIERS SONT
000160     LES PENDANTS VSAM DES FICHIERS DE LA CHAINE : ADH-REF,
000170     OUV-ITEMS ET ECHEANCIER PAR CHEMIN D'INDEX SUR LE COADHF,
000180     MANDATS SUR LE COADHF, RELANCE-HIST SUR LA FACTURE.
000190*****************************************************************
000200*    HISTORIQUE DES MODIFICATIONS
000210*    --------------------------------------------------------
000220*    DATE       AUTEUR  DESCRIPTION
000230*    --------   ------  -------------------------------------
000240*    15/10/2026 EBA     CREATION.
000250*    15/10/2026 EBA     ADH-REF : INDICATEUR D'ADRESSE NPAI
000260*                       (RETOUR DE COURRIER) EN FIN DE DESSIN.
000270*    15/10/2026 EBA     ADH-REF : CANAL DE DIFFUSION, ADRESSE
000280*                       ELECTRONIQUE ET INDICATEUR DE REJET DE
000290*                       MESSAGERIE EN FIN DE DESSIN.
000300*    15/10/2026 EBA     ADH-REF : FREQUENCE DE FACTURATION (M
000310*                       MENSUELLE, T TRIMESTRIELLE, A ANNUELLE)
000320*                       EN FIN DE DESSIN.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400 DATA DIVISION.
000410 WORKING-STORAGE SECTION.
000420 COPY HZSIM01.
000430 COPY DFHAID.
000440*****************************************************************
000450*    FICHIERS ATTEINTS PAR FILE CONTROL CICS. LES DESSINS
000460*    D'ENREGISTREMENT SONT CEUX DE LA CHAINE BATCH (HZFA0001,
000470*    HZFC0001, HZDU0001, HZMD0001, HZEC0001), REPRIS EN ZONE DE
000480*    TRAVAIL.
000490*****************************************************************
000500 01  W-FICHIER-ADH-REF           PIC X(08) VALUE 'ADHREFAD'.
000510 01  W-FICHIER-OUV-ITEMS         PIC X(08) VALUE 'OUVITADH'.
000520 01  W-FICHIER-RELANCE           PIC X(08) VALUE 'RELHIST'.
000530 01  W-FICHIER-MANDATS           PIC X(08) VALUE 'MANDATS'.
000540 01  W-FICHIER-ECHEANCIER        PIC X(08) VALUE 'ECHEANAD'.
000550 01  W-CLE-ADHERENT              PIC X(09).
000560 01  W-CLE-FACTURE               PIC 9(08).
000570 01  W-RESP-CICS                 PIC S9(08) COMP.
000580 01  ADH-REF-LIGNE.
000590     05  AF-CLE                  PIC X(08).
000600     05  AF-COADHF               PIC X(09).
000610     05  AF-COTRTO               PIC X(05).
000620     05  AF-CETRTF               PIC X(05).
000630     05  AF-NOM                  PIC X(30).
000640     05  AF-ADRESSE              PIC X(30).
000650     05  AF-CODE-POSTAL          PIC X(05).
000660     05  AF-VILLE                PIC X(20).
000670     05  AF-STATUT               PIC X(01).
000680         88  AF-STATUT-ACTIF     VALUE 'A'.
000690         88  AF-STATUT-RADIE     VALUE 'R'.
000700     05  AF-LANGUE               PIC X(02).
000710     05  AF-ADRESSE-NPAI         PIC X(01).
000720         88  AF-ADRESSE-INVALIDE VALUE 'O'.
000730     05  AF-CANAL-DIFFUSION      PIC X(01).
000740         88  AF-CANAL-ELECTRONIQUE VALUE 'E'.
000750     05  AF-EMAIL                PIC X(60).
000760     05  AF-EMAIL-REJETE         PIC X(01).
000770         88  AF-EMAIL-INVALIDE   VALUE 'O'.
000780     05  AF-FREQUENCE            PIC X(01).
000790         88  AF-FACTURATION-MENSUELLE VALUE 'M' SPACE.
000800         88  AF-FACTURATION-TRIMESTRIELLE VALUE 'T'.
000810         88  AF-FACTURATION-ANNUELLE VALUE 'A'.
000820 01  OUV-ITEMS-LIGNE.
000830     05  OV-NUMERO-FACTURE       PIC 9(08).
000840     05  OV-COADHF               PIC X(09).
000850     05  OV-COETBL               PIC X(05).
000860     05  OV-DATE-FACTURE         PIC 9(08).
000870     05  OV-MONTANT-TTC          PIC S9(11)V99
000880                                 SIGN LEADING SEPARATE.
000890     05  OV-MONTANT-REGLE        PIC S9(11)V99
000900                                 SIGN LEADING SEPARATE.
000910     05  OV-STATUT               PIC X(01).
000920 01  RELANCE-HIST-LIGNE.
000930     05  RH-NUMERO-FACTURE       PIC 9(08).
000940     05  RH-NIVEAU               PIC 9(01).
000950     05  RH-DATE-ENVOI           PIC 9(08).
000960 01  MANDATS-LIGNE.
000970     05  MD-COADHF               PIC X(09).
000980     05  MD-REF-COMPTE           PIC X(34).
000990     05  MD-DATE-MANDAT          PIC 9(08).
001000     05  MD-STATUT               PIC X(01).
001010         88  MD-STATUT-ACTIF     VALUE 'A'.
001020         88  MD-STATUT-SUSPENDU  VALUE 'S'.
001030         88  MD-STATUT-REVOQUE   VALUE 'R'.
001040     05  MD-NB-ECHECS            PIC 9(02).
001050 01  ECHEANCIER-LIGNE.
001060     05  EC-COADHF               PIC X(09).
001070     05  EC-COETBL               PIC X(05).
001080     05  EC-COTRTO               PIC X(05).
001090     05  EC-CETRTF               PIC X(05).
001100     05  EC-RANG                 PIC 9(02).
001110     05  EC-DATE-ECHEANCE        PIC 9(08).
001120     05  EC-MONTANT              PIC S9(07)V99
001130                                 SIGN LEADING SEPARATE.
001140     05  EC-STATUT               PIC X(01).
001150*****************************************************************
001160*    INDICATEUR DE TOUCHE, MEME CONVENTION QUE PFKEY-INDICATOR
001170*    DANS HORROR (HZSI N'EXPLOITE QUE ENTREE, CLEAR, PFK3,
001180*    PFK7 ET PFK8).
001190*****************************************************************
001200 01  PFKEY-INDICATOR             PIC 99 VALUE 00.
001210     88  ENTER-KEY               VALUE 00.
001220     88  CLEAR                   VALUE 93.
001230     88  PFK3                    VALUE 3.
001240     88  PFK7                    VALUE 7.
001250     88  PFK8                    VALUE 8.
001260     88  AUTRE-TOUCHE            VALUE 99.
001270*****************************************************************
001280*    ZONE DE CONVERSATION (COMMAREA) : ADHERENT AFFICHE, RANG DE
001290*    LA PREMIERE FACTURE OUVERTE DE LA PAGE MOINS UN, NOMBRE DE
001300*    FACTURES OUVERTES AU DERNIER AFFICHAGE, NUMERO DE PAGE. LE
001310*    CHEMIN OUV-ITEMS SUR LE COADHF N'ETANT PAS UNIQUE, LA PAGE
001320*    EST REPOSITIONNEE PAR RANG ET NON PAR CLE.
001330*****************************************************************
001340 01  W-COMMAREA.
001350     05  W-COM-COADHF            PIC X(09).
001360     05  W-COM-RANG-HAUT         PIC 9(04).
001370     05  W-COM-NB-OUVERTES       PIC 9(04).
001380     05  W-COM-PAGE              PIC 9(04).
001390 01  W-LONG-COMMAREA             PIC S9(04) COMP VALUE 21.
001400 01  W-TRANSID-HZSI              PIC X(04) VALUE 'HZSI'.
001410 01  W-LIGNES-PAR-PAGE           PIC 9(02) COMP VALUE 8.
001420 01  W-NB-LIGNES-PAGE            PIC 9(02) COMP VALUE 0.
001430 01  W-RANG-OUVERTE              PIC 9(04) COMP VALUE 0.
001440 01  W-FIN-BROWSE                PIC X VALUE 'N'.
001450     88  FIN-BROWSE              VALUE 'O'.
001460 01  W-ADHERENT-TROUVE-SW        PIC X VALUE 'N'.
001470     88  ADHERENT-TROUVE         VALUE 'O'.
001480*****************************************************************
001490*    CUMULS DE LA SITUATION, RECALCULES A CHAQUE AFFICHAGE.
001500*****************************************************************
001510 01  W-RESTE-DU                  PIC S9(11)V99 COMP-3 VALUE 0.
001520 01  W-TOTAL-DU                  PIC S9(13)V99 COMP-3 VALUE 0.
001530 01  W-NIVEAU-MAX                PIC 9(01) VALUE ZERO.
001540 01  W-DATE-RELANCE-MAX          PIC 9(08) VALUE ZERO.
001550 01  W-NB-ECHEANCES              PIC 9(04) COMP VALUE 0.
001560 01  W-MT-ECHEANCES              PIC S9(11)V99 COMP-3 VALUE 0.
001570 01  W-PROCHAINE-ECHEANCE        PIC 9(08) VALUE ZERO.
001580 01  W-MT-EDIT                   PIC -(9)9,99.
001590 01  W-TOTAL-EDIT                PIC -(11)9,99.
001600 01  W-NB-EDIT                   PIC ZZZ9.
001610 01  W-PAGE-EDIT                 PIC ZZZ9.
001620 01  W-LIGNE-DETAIL              PIC X(76).
001630 01  W-MSG-PAGINATION            PIC X(60) VALUE SPACES.
001640 01  W-MSG-FIN                   PIC X(30) VALUE
001650     'HZSI - FIN DE CONSULTATION'.
001660 01  W-LONG-MSG-FIN              PIC S9(04) COMP VALUE 30.
001670 LINKAGE SECTION.
001680 01  DFHCOMMAREA                 PIC X(21).
001690 PROCEDURE DIVISION.
001700 0000-MAINLINE.
001710     IF EIBCALEN = ZERO
001720        PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
001730        GO TO 0000-RETOUR
001740     END-IF.
001750     MOVE DFHCOMMAREA TO W-COMMAREA.
001760     PERFORM 1100-CONVERTIR-AID THRU 1100-EXIT.
001770     EVALUATE TRUE
001780        WHEN PFK3
001790           PERFORM 9000-FIN-TRANSACTION THRU 9000-EXIT
001800        WHEN CLEAR
001810           PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
001820        WHEN ENTER-KEY
001830           PERFORM 2000-NOUVELLE-RECHERCHE THRU 2000-EXIT
001840        WHEN PFK8
001850           PERFORM 3000-PAGE-AVANT THRU 3000-EXIT
001860        WHEN PFK7
001870           PERFORM 4000-PAGE-ARRIERE THRU 4000-EXIT
001880        WHEN OTHER
001890           MOVE 'TOUCHE NON GEREE - ENTREE, PF3, PF7 OU PF8'
001900              TO MSGO
001910           PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
001920     END-EVALUATE.
001930 0000-RETOUR.
001940     EXEC CICS RETURN TRANSID (W-TRANSID-HZSI)
001950                      COMMAREA (W-COMMAREA)
001960                      LENGTH (W-LONG-COMMAREA)
001970     END-EXEC.
001980 0000-EXIT.
001990     EXIT.
002000*****************************************************************
002010*    1000-PREMIER-AFFICHAGE - MAP VIERGE (PREMIER PASSAGE OU
002020*    CLEAR). LA CONVERSATION REPART D'UNE ZONE COMMAREA NEUVE.
002030*****************************************************************
002040 1000-PREMIER-AFFICHAGE.
002050     MOVE LOW-VALUES TO HZSIM1O.
002060     MOVE SPACES TO W-COM-COADHF.
002070     MOVE ZERO TO W-COM-RANG-HAUT W-COM-NB-OUVERTES W-COM-PAGE.
002080     MOVE 'SAISIR UN NUMERO D''ADHERENT PUIS ENTREE' TO MSGO.
002090     EXEC CICS SEND MAP ('HZSIM1')
002100                    MAPSET ('HZSIM01')
002110                    FROM (HZSIM1O)
002120                    ERASE
002130     END-EXEC.
002140 1000-EXIT.
002150     EXIT.
002160*****************************************************************
002170*    1100-CONVERTIR-AID - TRADUIT EIBAID DANS L'INDICATEUR DE
002180*    TOUCHE (MEME CONVENTION NUMERIQUE QUE PFKEY-INDICATOR DE
002190*    HORROR ET HZIQ0001).
002200*****************************************************************
002210 1100-CONVERTIR-AID.
002220     EVALUATE EIBAID
002230        WHEN DFHENTER
002240           MOVE 00 TO PFKEY-INDICATOR
002250        WHEN DFHCLEAR
002260           MOVE 93 TO PFKEY-INDICATOR
002270        WHEN DFHPF3
002280           MOVE 03 TO PFKEY-INDICATOR
002290        WHEN DFHPF7
002300           MOVE 07 TO PFKEY-INDICATOR
002310        WHEN DFHPF8
002320           MOVE 08 TO PFKEY-INDICATOR
002330        WHEN OTHER
002340           MOVE 99 TO PFKEY-INDICATOR
002350     END-EVALUATE.
002360 1100-EXIT.
002370     EXIT.
002380*****************************************************************
002390*    2000-NOUVELLE-RECHERCHE - RECOIT LA MAP, RETIENT L'ADHERENT
002400*    SAISI ET AFFICHE SA SITUATION AVEC LA PREMIERE PAGE DE
002410*    FACTURES OUVERTES.
002420*****************************************************************
002430 2000-NOUVELLE-RECHERCHE.
002440     EXEC CICS RECEIVE MAP ('HZSIM1')
002450                       MAPSET ('HZSIM01')
002460                       INTO (HZSIM1I)
002470                       RESP (W-RESP-CICS)
002480     END-EXEC.
002490     IF W-RESP-CICS = DFHRESP(MAPFAIL)
002500        MOVE 'AUCUNE SAISIE RECUE - ADHERENT PRECEDENT CONSERVE'
002510           TO MSGO
002520     ELSE
002530        IF ADHL > ZERO AND ADHI NOT = SPACES
002540           MOVE ADHI TO W-COM-COADHF
002550        END-IF
002560     END-IF.
002570     IF W-COM-COADHF = SPACES
002580        MOVE LOW-VALUES TO HZSIM1O
002590        MOVE 'NUMERO D''ADHERENT OBLIGATOIRE' TO MSGO
002600        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002610        GO TO 2000-EXIT
002620     END-IF.
002630     MOVE ZERO TO W-COM-RANG-HAUT.
002640     MOVE 1 TO W-COM-PAGE.
002650     MOVE SPACES TO W-MSG-PAGINATION.
002660     PERFORM 5000-AFFICHER-SITUATION THRU 5000-EXIT.
002670 2000-EXIT.
002680     EXIT.
002690*****************************************************************
002700*    3000-PAGE-AVANT - PAGE SUIVANTE (PFK8) : LE RANG DE DEPART
002710*    AVANCE D'UNE PAGE SI DES FACTURES OUVERTES RESTENT A VOIR.
002720*****************************************************************
002730 3000-PAGE-AVANT.
002740     IF W-COM-COADHF = SPACES
002750        MOVE 'AUCUN ADHERENT EN COURS - SAISIR UN ADHERENT'
002760           TO MSGO
002770        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002780        GO TO 3000-EXIT
002790     END-IF.
002800     IF W-COM-RANG-HAUT + W-LIGNES-PAR-PAGE
002810           NOT < W-COM-NB-OUVERTES
002820        MOVE 'FIN DE LISTE - AUCUNE FACTURE SUPPLEMENTAIRE'
002830           TO W-MSG-PAGINATION
002840        PERFORM 5000-AFFICHER-SITUATION THRU 5000-EXIT
002850        GO TO 3000-EXIT
002860     END-IF.
002870     ADD W-LIGNES-PAR-PAGE TO W-COM-RANG-HAUT.
002880     ADD 1 TO W-COM-PAGE.
002890     MOVE SPACES TO W-MSG-PAGINATION.
002900     PERFORM 5000-AFFICHER-SITUATION THRU 5000-EXIT.
002910 3000-EXIT.
002920     EXIT.
002930*****************************************************************
002940*    4000-PAGE-ARRIERE - PAGE PRECEDENTE (PFK7) : LE RANG DE
002950*    DEPART RECULE D'UNE PAGE SAUF EN PREMIERE PAGE.
002960*****************************************************************
002970 4000-PAGE-ARRIERE.
002980     IF W-COM-COADHF = SPACES
002990        MOVE 'AUCUN ADHERENT EN COURS - SAISIR UN ADHERENT'
003000           TO MSGO
003010        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
003020        GO TO 4000-EXIT
003030     END-IF.
003040     IF W-COM-RANG-HAUT = ZERO
003050        MOVE 'DEBUT DE LISTE - AUCUNE PAGE PRECEDENTE'
003060           TO W-MSG-PAGINATION
003070        PERFORM 5000-AFFICHER-SITUATION THRU 5000-EXIT
003080        GO TO 4000-EXIT
003090     END-IF.
003100     IF W-COM-RANG-HAUT < W-LIGNES-PAR-PAGE
003110        MOVE ZERO TO W-COM-RANG-HAUT
003120     ELSE
003130        SUBTRACT W-LIGNES-PAR-PAGE FROM W-COM-RANG-HAUT
003140     END-IF.
003150     IF W-COM-PAGE > 1
003160        SUBTRACT 1 FROM W-COM-PAGE
003170     END-IF.
003180     MOVE SPACES TO W-MSG-PAGINATION.
003190     PERFORM 5000-AFFICHER-SITUATION THRU 5000-EXIT.
003200 4000-EXIT.
003210     EXIT.
003220*****************************************************************
003230*    5000-AFFICHER-SITUATION - RELIT TOUTE LA SITUATION DE
003240*    L'ADHERENT (LES FICHIERS BOUGENT DANS LA JOURNEE) ET POSE
003250*    LA PAGE DEMANDEE. ADHERENT ABSENT D'ADH-REF : ARRET. UN
003260*    MESSAGE DE PAGINATION PREPARE PAR L'APPELANT EST AFFICHE
003270*    A LA PLACE DU MESSAGE STANDARD.
003280*****************************************************************
003290 5000-AFFICHER-SITUATION.
003300     MOVE LOW-VALUES TO HZSIM1O.
003310     PERFORM 5100-LIRE-IDENTITE THRU 5100-EXIT.
003320     IF NOT ADHERENT-TROUVE
003330        MOVE W-COM-COADHF TO ADHO
003340        MOVE 'ADHERENT ABSENT D''ADH-REF' TO MSGO
003350        MOVE ZERO TO W-COM-NB-OUVERTES W-COM-RANG-HAUT
003360        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
003370        GO TO 5000-EXIT
003380     END-IF.
003390     PERFORM 5200-LIRE-MANDAT THRU 5200-EXIT.
003400     PERFORM 5300-LIRE-ECHEANCIER THRU 5300-EXIT.
003410     PERFORM 5400-LIRE-FACTURES THRU 5400-EXIT.
003420     IF W-COM-NB-OUVERTES = ZERO
003430        MOVE 'AUCUNE FACTURE OUVERTE POUR CET ADHERENT' TO MSGO
003440     ELSE
003450        MOVE 'PFK8 PAGE SUIVANTE - PFK7 PAGE PRECEDENTE' TO MSGO
003460     END-IF.
003470     IF W-MSG-PAGINATION NOT = SPACES
003480        MOVE W-MSG-PAGINATION TO MSGO
003490     END-IF.
003500     PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT.
003510 5000-EXIT.
003520     EXIT.
003530*****************************************************************
003540*    5100-LIRE-IDENTITE - PREMIER ENREGISTREMENT ADH-REF DE
003550*    L'ADHERENT PAR LE CHEMIN COADHF (DUPKEY : L'ADHERENT A
003560*    PLUSIEURS LIGNES DE TRAITEMENT, L'IDENTITE EST LA MEME).
003570*****************************************************************
003580 5100-LIRE-IDENTITE.
003590     MOVE 'N' TO W-ADHERENT-TROUVE-SW.
003600     MOVE W-COM-COADHF TO W-CLE-ADHERENT.
003610     EXEC CICS READ FILE (W-FICHIER-ADH-REF)
003620                    INTO (ADH-REF-LIGNE)
003630                    RIDFLD (W-CLE-ADHERENT)
003640                    RESP (W-RESP-CICS)
003650     END-EXEC.
003660     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
003670        AND W-RESP-CICS NOT = DFHRESP(DUPKEY)
003680        GO TO 5100-EXIT
003690     END-IF.
003700     MOVE 'O' TO W-ADHERENT-TROUVE-SW.
003710     MOVE AF-NOM TO NOMO.
003720     EVALUATE TRUE
003730        WHEN AF-STATUT-ACTIF
003740           MOVE 'ACTIF' TO STAO
003750        WHEN AF-STATUT-RADIE
003760           MOVE 'RADIE' TO STAO
003770        WHEN OTHER
003780           MOVE AF-STATUT TO STAO
003790     END-EVALUATE.
003800     MOVE AF-LANGUE TO LNGO.
003810     MOVE AF-ADRESSE TO ADRO.
003820     MOVE AF-CODE-POSTAL TO CPOO.
003830     MOVE AF-VILLE TO VILO.
003840 5100-EXIT.
003850     EXIT.
003860 5200-LIRE-MANDAT.
003870     MOVE W-COM-COADHF TO W-CLE-ADHERENT.
003880     EXEC CICS READ FILE (W-FICHIER-MANDATS)
003890                    INTO (MANDATS-LIGNE)
003900                    RIDFLD (W-CLE-ADHERENT)
003910                    RESP (W-RESP-CICS)
003920     END-EXEC.
003930     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
003940        MOVE 'AUCUN' TO MDSO
003950        MOVE SPACES TO NBEO
003960        GO TO 5200-EXIT
003970     END-IF.
003980     EVALUATE TRUE
003990        WHEN MD-STATUT-ACTIF
004000           MOVE 'ACTIF' TO MDSO
004010        WHEN MD-STATUT-SUSPENDU
004020           MOVE 'SUSPENDU' TO MDSO
004030        WHEN MD-STATUT-REVOQUE
004040           MOVE 'REVOQUE' TO MDSO
004050        WHEN OTHER
004060           MOVE MD-STATUT TO MDSO
004070     END-EVALUATE.
004080     MOVE MD-NB-ECHECS TO NBEO.
004090 5200-EXIT.
004100     EXIT.
004110*****************************************************************
004120*    5300-LIRE-ECHEANCIER - ECHEANCES A ECHOIR ('A') DE
004130*    L'ADHERENT : NOMBRE, MONTANT RESTANT ET PROCHAINE DATE.
004140*****************************************************************
004150 5300-LIRE-ECHEANCIER.
004160     MOVE ZERO TO W-NB-ECHEANCES W-MT-ECHEANCES
004170                  W-PROCHAINE-ECHEANCE.
004180     MOVE 'N' TO W-FIN-BROWSE.
004190     MOVE W-COM-COADHF TO W-CLE-ADHERENT.
004200     EXEC CICS STARTBR FILE (W-FICHIER-ECHEANCIER)
004210                      RIDFLD (W-CLE-ADHERENT)
004220                      EQUAL
004230                      RESP (W-RESP-CICS)
004240     END-EXEC.
004250     IF W-RESP-CICS = DFHRESP(NORMAL)
004260        PERFORM 5310-LIRE-ECHEANCE THRU 5310-EXIT
004270           UNTIL FIN-BROWSE
004280        EXEC CICS ENDBR FILE (W-FICHIER-ECHEANCIER)
004290        END-EXEC
004300     END-IF.
004310     IF W-NB-ECHEANCES = ZERO
004320        MOVE 'AUCUN ECHEANCIER EN COURS' TO ECOO
004330        GO TO 5300-EXIT
004340     END-IF.
004350     MOVE W-NB-ECHEANCES TO W-NB-EDIT.
004360     MOVE W-MT-ECHEANCES TO W-MT-EDIT.
004370     MOVE SPACES TO ECOO.
004380     STRING W-NB-EDIT DELIMITED BY SIZE
004390         ' ECHEANCES A ECHOIR POUR ' DELIMITED BY SIZE
004400         W-MT-EDIT DELIMITED BY SIZE
004410         ' - PROCHAINE ' DELIMITED BY SIZE
004420         W-PROCHAINE-ECHEANCE DELIMITED BY SIZE
004430         INTO ECOO
004440     END-STRING.
004450 5300-EXIT.
004460     EXIT.
004470 5310-LIRE-ECHEANCE.
004480     EXEC CICS READNEXT FILE (W-FICHIER-ECHEANCIER)
004490                       INTO (ECHEANCIER-LIGNE)
004500                       RIDFLD (W-CLE-ADHERENT)
004510                       RESP (W-RESP-CICS)
004520     END-EXEC.
004530     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
004540        AND W-RESP-CICS NOT = DFHRESP(DUPKEY)
004550        MOVE 'O' TO W-FIN-BROWSE
004560        GO TO 5310-EXIT
004570     END-IF.
004580     IF EC-COADHF NOT = W-COM-COADHF
004590        MOVE 'O' TO W-FIN-BROWSE
004600        GO TO 5310-EXIT
004610     END-IF.
004620     IF EC-STATUT NOT = 'A'
004630        GO TO 5310-EXIT
004640     END-IF.
004650     ADD 1 TO W-NB-ECHEANCES.
004660     ADD EC-MONTANT TO W-MT-ECHEANCES.
004670     IF W-PROCHAINE-ECHEANCE = ZERO
004680        OR EC-DATE-ECHEANCE < W-PROCHAINE-ECHEANCE
004690        MOVE EC-DATE-ECHEANCE TO W-PROCHAINE-ECHEANCE
004700     END-IF.
004710 5310-EXIT.
004720     EXIT.
004730*****************************************************************
004740*    5400-LIRE-FACTURES - PARCOURT TOUTES LES FACTURES DE
004750*    L'ADHERENT PAR LE CHEMIN COADHF : LES FACTURES OUVERTES
004760*    ('O' OU 'P' AVEC UN RESTE DU) SONT COMPTEES ET CUMULEES,
004770*    LEUR DERNIER NIVEAU DE RELANCE EST RECHERCHE, ET CELLES DU
004780*    RANG DE LA PAGE DEMANDEE SONT POSEES A L'ECRAN.
004790*****************************************************************
004800 5400-LIRE-FACTURES.
004810     MOVE ZERO TO W-RANG-OUVERTE W-NB-LIGNES-PAGE W-TOTAL-DU
004820                  W-NIVEAU-MAX W-DATE-RELANCE-MAX.
004830     MOVE 'N' TO W-FIN-BROWSE.
004840     MOVE W-COM-COADHF TO W-CLE-ADHERENT.
004850     EXEC CICS STARTBR FILE (W-FICHIER-OUV-ITEMS)
004860                      RIDFLD (W-CLE-ADHERENT)
004870                      EQUAL
004880                      RESP (W-RESP-CICS)
004890     END-EXEC.
004900     IF W-RESP-CICS = DFHRESP(NORMAL)
004910        PERFORM 5410-LIRE-FACTURE THRU 5410-EXIT
004920           UNTIL FIN-BROWSE
004930        EXEC CICS ENDBR FILE (W-FICHIER-OUV-ITEMS)
004940        END-EXEC
004950     END-IF.
004960     MOVE W-RANG-OUVERTE TO W-COM-NB-OUVERTES.
004970     MOVE W-RANG-OUVERTE TO W-NB-EDIT.
004980     MOVE W-TOTAL-DU TO W-TOTAL-EDIT.
004990     MOVE SPACES TO ENCO.
005000     STRING W-NB-EDIT DELIMITED BY SIZE
005010         ' FACTURES OUVERTES - RESTE DU ' DELIMITED BY SIZE
005020         W-TOTAL-EDIT DELIMITED BY SIZE
005030         INTO ENCO
005040     END-STRING.
005050     IF W-NIVEAU-MAX = ZERO
005060        MOVE 'AUCUNE RELANCE EN COURS' TO RLCO
005070     ELSE
005080        MOVE SPACES TO RLCO
005090        STRING 'NIVEAU ' DELIMITED BY SIZE
005100            W-NIVEAU-MAX DELIMITED BY SIZE
005110            ' ENVOYE LE ' DELIMITED BY SIZE
005120            W-DATE-RELANCE-MAX DELIMITED BY SIZE
005130            INTO RLCO
005140        END-STRING
005150     END-IF.
005160 5400-EXIT.
005170     EXIT.
005180 5410-LIRE-FACTURE.
005190     EXEC CICS READNEXT FILE (W-FICHIER-OUV-ITEMS)
005200                       INTO (OUV-ITEMS-LIGNE)
005210                       RIDFLD (W-CLE-ADHERENT)
005220                       RESP (W-RESP-CICS)
005230     END-EXEC.
005240     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
005250        AND W-RESP-CICS NOT = DFHRESP(DUPKEY)
005260        MOVE 'O' TO W-FIN-BROWSE
005270        GO TO 5410-EXIT
005280     END-IF.
005290     IF OV-COADHF NOT = W-COM-COADHF
005300        MOVE 'O' TO W-FIN-BROWSE
005310        GO TO 5410-EXIT
005320     END-IF.
005330     IF OV-STATUT = 'S' OR OV-STATUT = 'I'
005340        GO TO 5410-EXIT
005350     END-IF.
005360     COMPUTE W-RESTE-DU = OV-MONTANT-TTC - OV-MONTANT-REGLE.
005370     IF W-RESTE-DU NOT > ZERO
005380        GO TO 5410-EXIT
005390     END-IF.
005400     ADD 1 TO W-RANG-OUVERTE.
005410     ADD W-RESTE-DU TO W-TOTAL-DU.
005420     PERFORM 5420-LIRE-RELANCE THRU 5420-EXIT.
005430     IF W-RANG-OUVERTE > W-COM-RANG-HAUT
005440        AND W-NB-LIGNES-PAGE < W-LIGNES-PAR-PAGE
005450        ADD 1 TO W-NB-LIGNES-PAGE
005460        PERFORM 7100-FORMATER-LIGNE THRU 7100-EXIT
005470        MOVE W-LIGNE-DETAIL TO LIGO (W-NB-LIGNES-PAGE)
005480     END-IF.
005490 5410-EXIT.
005500     EXIT.
005510 5420-LIRE-RELANCE.
005520     MOVE OV-NUMERO-FACTURE TO W-CLE-FACTURE.
005530     EXEC CICS READ FILE (W-FICHIER-RELANCE)
005540                    INTO (RELANCE-HIST-LIGNE)
005550                    RIDFLD (W-CLE-FACTURE)
005560                    RESP (W-RESP-CICS)
005570     END-EXEC.
005580     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
005590        GO TO 5420-EXIT
005600     END-IF.
005610     IF RH-NIVEAU > W-NIVEAU-MAX
005620        OR (RH-NIVEAU = W-NIVEAU-MAX
005630            AND RH-DATE-ENVOI > W-DATE-RELANCE-MAX)
005640        MOVE RH-NIVEAU TO W-NIVEAU-MAX
005650        MOVE RH-DATE-ENVOI TO W-DATE-RELANCE-MAX
005660     END-IF.
005670 5420-EXIT.
005680     EXIT.
005690 7100-FORMATER-LIGNE.
005700     MOVE SPACES TO W-LIGNE-DETAIL.
005710     MOVE OV-NUMERO-FACTURE TO W-LIGNE-DETAIL (1:8).
005720     MOVE OV-DATE-FACTURE TO W-LIGNE-DETAIL (10:8).
005730     MOVE OV-MONTANT-TTC TO W-MT-EDIT.
005740     MOVE W-MT-EDIT TO W-LIGNE-DETAIL (19:13).
005750     MOVE OV-MONTANT-REGLE TO W-MT-EDIT.
005760     MOVE W-MT-EDIT TO W-LIGNE-DETAIL (33:13).
005770     MOVE W-RESTE-DU TO W-MT-EDIT.
005780     MOVE W-MT-EDIT TO W-LIGNE-DETAIL (47:13).
005790     MOVE OV-STATUT TO W-LIGNE-DETAIL (61:1).
005800 7100-EXIT.
005810     EXIT.
005820*****************************************************************
005830*    8000-ENVOYER-MAP - ENVOI DE LA MAP AVEC L'ADHERENT ET LE
005840*    NUMERO DE PAGE COURANTS RAPPELES A L'ECRAN.
005850*****************************************************************
005860 8000-ENVOYER-MAP.
005870     MOVE W-COM-COADHF TO ADHO.
005880     MOVE W-COM-PAGE TO W-PAGE-EDIT.
005890     MOVE SPACES TO PAGO.
005900     STRING 'PAGE ' DELIMITED BY SIZE
005910         W-PAGE-EDIT DELIMITED BY SIZE
005920         INTO PAGO
005930     END-STRING.
005940     EXEC CICS SEND MAP ('HZSIM1')
005950                    MAPSET ('HZSIM01')
005960                    FROM (HZSIM1O)
005970                    ERASE
005980     END-EXEC.
005990 8000-EXIT.
006000     EXIT.
006010*****************************************************************
006020*    9000-FIN-TRANSACTION - PFK3 : MESSAGE DE FIN ET RETOUR
006030*    CICS SANS TRANSID (FIN DE LA PSEUDO-CONVERSATION).
006040*****************************************************************
006050 9000-FIN-TRANSACTION.
006060     EXEC CICS SEND TEXT
006070                    FROM (W-MSG-FIN)
006080                    LENGTH (W-LONG-MSG-FIN)
006090                    ERASE
006100     END-EXEC.
006110     EXEC CICS RETURN
006120     END-EXEC.
006130 9000-EXIT.
006140     EXIT.
