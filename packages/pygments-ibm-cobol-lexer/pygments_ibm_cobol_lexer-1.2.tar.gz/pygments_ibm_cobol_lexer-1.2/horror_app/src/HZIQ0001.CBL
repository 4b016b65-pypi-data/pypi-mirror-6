000100     MONTANT ET DATE-MAJ PAR PAGES DE DIX, PAGINATION PFK8
000110     (AVANT) / PFK7 (ARRIERE). PENDANT DE HZBR0001 POUR LA
000120     JOURNEE, SANS ATTENDRE LE RETOUR DE HZLIST EN FIN DE
000124     BATCH. EN MODE ADHERENT (ENTREE PAR LA RECHERCHE PAR NOM
000128     HZRN, PFK5), AFFICHE LES MOUVEMENTS FFFFFGS DE L'ADHERENT
000132     CHOISI PAR LE CHEMIN COADHF ; UNE CLE SAISIE RAMENE AU MODE
000136     CLE.
000140*****************************************************************
000150*    HISTORIQUE DES MODIFICATIONS
000160*    --------------------------------------------------------
000170*    DATE       AUTEUR  DESCRIPTION
000180*    --------   ------  -------------------------------------
000190*    22/08/2026 EBA     CREATION.
000191*    15/10/2026 EBA     PFK5 : HISTORIQUE DES MODIFICATIONS
000192*                       DE LA CLE DE LA LIGNE CHOISIE (ZONE
000193*                       LIGNE), XCTL VERS HZHI0001 ; LES CLES
000194*                       DE LA PAGE SONT GARDEES EN COMMAREA.
000195*    15/10/2026 EBA     MODE ADHERENT : ENTREE PAR XCTL DEPUIS LA
000196*                       RECHERCHE PAR NOM HZRN0001 (PFK5), PAGES
000197*                       DES MOUVEMENTS FFFFFGS DE L'ADHERENT PAR
000198*                       LE CHEMIN COADHF, REPOSITIONNEES PAR RANG.
000199*                       COMMAREA PORTEE A 181 (HZHI0001 SUIT).
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000380 01  W-CLE-BROWSE                PIC X(12).
000390 01  W-RESP-FFFFFGS              PIC S9(08) COMP.
000400*****************************************************************
000401*    MODE ADHERENT : CHEMIN FFFFFGS SUR LE COADHF (NON UNIQUE),
000402*    PAGES REPOSITIONNEES PAR RANG COMME DANS HZSI0001.
000403*****************************************************************
000404 01  W-FICHIER-FFFFFGS-ADH       PIC X(08) VALUE 'FFFFFGAD'.
000405 01  W-CLE-ADHERENT              PIC X(09).
000406 01  W-RANG-MOUVEMENT            PIC 9(04) COMP VALUE 0.
000407 01  W-NB-MOUVEMENTS-EDIT        PIC ZZZ9.
000408*****************************************************************
000410*    INDICATEUR DE TOUCHE, MEME CONVENTION QUE PFKEY-INDICATOR
000420*    DANS HORROR (HZIQ N'EXPLOITE QUE ENTREE, CLEAR, PFK3,
000430*    PFK5, PFK7 ET PFK8).
000440*****************************************************************
000450 01  PFKEY-INDICATOR             PIC 99 VALUE 00.
000460     88  ENTER-KEY               VALUE 00.
000470     88  CLEAR                   VALUE 93.
000480     88  PFK3                    VALUE 3.
000485     88  PFK5                    VALUE 5.
000490     88  PFK7                    VALUE 7.
000500     88  PFK8                    VALUE 8.
000510     88  AUTRE-TOUCHE            VALUE 99.
000520*****************************************************************
000530*    ZONE DE CONVERSATION (COMMAREA) : CRITERE EN COURS, CLES
000533*    HAUTE ET BASSE DE LA PAGE AFFICHEE, NUMERO DE PAGE, CLES
000536*    DES LIGNES AFFICHEES (CHOIX PFK5), INDICATEUR DE RETOUR
000539*    DE L'HISTORIQUE HZHI OU D'ENTREE PAR LA RECHERCHE HZRN, ET
000542*    EN MODE ADHERENT : COADHF, RANG DE LA PREMIERE LIGNE DE LA
000545*    PAGE MOINS UN ET NOMBRE DE MOUVEMENTS AU DERNIER AFFICHAGE.
000550*****************************************************************
000560 01  W-COMMAREA.
000570     05  W-COM-CRITERE           PIC X(12).
000580     05  W-COM-CLE-HAUT          PIC X(12).
000590     05  W-COM-CLE-BAS           PIC X(12).
000600     05  W-COM-PAGE              PIC 9(04).
000601     05  W-COM-NB-LIGNES         PIC 9(02).
000602     05  W-COM-CLE-LIGNE         PIC X(12) OCCURS 10 TIMES.
000603     05  W-COM-RETOUR            PIC X(01).
000604         88  RETOUR-HISTORIQUE   VALUE 'H'.
000605         88  ENTREE-RECHERCHE    VALUE 'R'.
000606     05  W-COM-MODE              PIC X(01).
000607         88  MODE-ADHERENT       VALUE 'A'.
000608     05  W-COM-COADHF            PIC X(09).
000609     05  W-COM-RANG-HAUT         PIC 9(04).
000610     05  W-COM-NB-TOTAL          PIC 9(04).
000611 01  W-LONG-COMMAREA             PIC S9(04) COMP VALUE 181.
000612 01  W-TRANSID-HZIQ              PIC X(04) VALUE 'HZIQ'.
000613*****************************************************************
000614*    COMMAREA TRANSMISE A HZHI0001 (PFK5) : CLE CHOISIE, PAGE A
000615*    ZERO (PREMIER AFFICHAGE), INDICATEUR DE SUITE, ET COMMAREA
000616*    HZIQ QUE HZHI0001 REND TELLE QUELLE AU RETOUR PAR PFK3.
000617*****************************************************************
000618 01  W-COMMAREA-HZHI.
000619     05  W-HI-CLE                PIC X(12).
000620     05  W-HI-PAGE               PIC 9(04).
000621     05  W-HI-SUITE              PIC X(01).
000622     05  W-HI-COMMAREA-HZIQ      PIC X(181).
000623 01  W-LONG-COMMAREA-HZHI        PIC S9(04) COMP VALUE 198.
000624 01  W-LIGNE-CHOISIE             PIC 9(02) VALUE ZERO.
000625 01  W-MSG-REAFFICHAGE           PIC X(60) VALUE SPACES.
000630*****************************************************************
000640*    LONGUEUR SIGNIFICATIVE DU CRITERE (CLE PARTIELLE CADREE A
000650*    GAUCHE), MEME CALCUL QUE DANS HZBR0001.
000830         10  W-TP-CLE            PIC X(12).
000840         10  W-TP-LIGNE          PIC X(76).
000850 LINKAGE SECTION.
000860 01  DFHCOMMAREA                 PIC X(181).
000870 PROCEDURE DIVISION.
000880 0000-MAINLINE.
000890     IF EIBCALEN = ZERO
000900        PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
000910        GO TO 0000-RETOUR
000920     END-IF.
000921     MOVE DFHCOMMAREA TO W-COMMAREA.
000922     IF RETOUR-HISTORIQUE
000923        MOVE SPACE TO W-COM-RETOUR
000924        PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT
000925        GO TO 0000-RETOUR
000926     END-IF.
000927     IF ENTREE-RECHERCHE
000928        MOVE SPACE TO W-COM-RETOUR
000929        PERFORM 6000-PREMIERE-PAGE-ADHERENT THRU 6000-EXIT
000930        GO TO 0000-RETOUR
000931     END-IF.
000940     PERFORM 1100-CONVERTIR-AID THRU 1100-EXIT.
000950     EVALUATE TRUE
000960        WHEN PFK3
000990           PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
001000        WHEN ENTER-KEY
001010           PERFORM 2000-NOUVELLE-RECHERCHE THRU 2000-EXIT
001013        WHEN PFK5
001016           PERFORM 5000-HISTORIQUE THRU 5000-EXIT
001020        WHEN PFK8
001030           PERFORM 3000-PAGE-AVANT THRU 3000-EXIT
001040        WHEN PFK7
001050           PERFORM 4000-PAGE-ARRIERE THRU 4000-EXIT
001060        WHEN OTHER
001070           MOVE 'TOUCHE NON GEREE - ENTREE, PF3, PF5, PF7 OU PF8'
001080              TO MSGO
001090           PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
001100     END-EVALUATE.
001230     MOVE LOW-VALUES TO HZIQM1O.
001240     MOVE SPACES TO W-COM-CRITERE W-COM-CLE-HAUT W-COM-CLE-BAS.
001250     MOVE ZERO TO W-COM-PAGE.
001251     MOVE ZERO TO W-COM-NB-LIGNES.
001252     MOVE SPACE TO W-COM-RETOUR.
001253     MOVE SPACE TO W-COM-MODE.
001254     MOVE SPACES TO W-COM-COADHF.
001255     MOVE ZERO TO W-COM-RANG-HAUT W-COM-NB-TOTAL.
001260     MOVE 'SAISIR UNE CLE (COMPLETE OU PARTIELLE) PUIS ENTREE'
001270        TO MSGO.
001280     EXEC CICS SEND MAP ('HZIQM1')
001450           MOVE 93 TO PFKEY-INDICATOR
001460        WHEN DFHPF3
001470           MOVE 03 TO PFKEY-INDICATOR
001473        WHEN DFHPF5
001476           MOVE 05 TO PFKEY-INDICATOR
001480        WHEN DFHPF7
001490           MOVE 07 TO PFKEY-INDICATOR
001500        WHEN DFHPF8
001570*****************************************************************
001580*    2000-NOUVELLE-RECHERCHE - RECOIT LA MAP, RETIENT LE
001590*    CRITERE SAISI ET AFFICHE LA PREMIERE PAGE A PARTIR DE LA
001596*    CLE CRITERE. UNE CLE SAISIE EN MODE ADHERENT RAMENE AU MODE
001602*    CLE ; SANS SAISIE, LA PAGE DE L'ADHERENT EST REAFFICHEE.
001610*****************************************************************
001620 2000-NOUVELLE-RECHERCHE.
001630     EXEC CICS RECEIVE MAP ('HZIQM1')
001710     ELSE
001720        IF CRITL > ZERO AND CRITI NOT = SPACES
001730           MOVE CRITI TO W-COM-CRITERE
001735           MOVE SPACE TO W-COM-MODE
001740        END-IF
001742     END-IF.
001744     IF MODE-ADHERENT
001746        PERFORM 6500-LIRE-PAGE-ADHERENT THRU 6500-EXIT
001748        GO TO 2000-EXIT
001750     END-IF.
001760     IF W-COM-CRITERE = SPACES
001770        MOVE LOW-VALUES TO HZIQM1O
001900*    LECTURES AVANT.
001910*****************************************************************
001920 3000-PAGE-AVANT.
001922     IF MODE-ADHERENT
001924        PERFORM 6100-PAGE-AVANT-ADHERENT THRU 6100-EXIT
001926        GO TO 3000-EXIT
001928     END-IF.
001930     IF W-COM-CLE-BAS = SPACES
001940        MOVE 'AUCUNE PAGE EN COURS - SAISIR UN CRITERE' TO MSGO
001950        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002100     PERFORM 7000-CALCULER-LONGUEUR-CRITERE THRU 7000-EXIT.
002110     MOVE LOW-VALUES TO HZIQM1O.
002120     MOVE ZERO TO W-NB-LIGNES-PAGE.
002125     MOVE ZERO TO W-COM-NB-LIGNES.
002130     MOVE 'N' TO W-FIN-BROWSE.
002140     EXEC CICS STARTBR FILE (W-FICHIER-FFFFFGS)
002150                      RIDFLD (W-CLE-BROWSE)
002250        UNTIL FIN-BROWSE OR W-NB-LIGNES-PAGE = 10.
002260     EXEC CICS ENDBR FILE (W-FICHIER-FFFFFGS)
002270     END-EXEC.
002275     MOVE W-NB-LIGNES-PAGE TO W-COM-NB-LIGNES.
002280     IF W-NB-LIGNES-PAGE = ZERO
002290        MOVE 'FIN DE LISTE - AUCUN ENREGISTREMENT SUPPLEMENTAIRE'
002300           TO MSGO
002310     ELSE
002320        ADD 1 TO W-COM-PAGE
002330        MOVE 'PFK8 PAGE SUIVANTE - PFK7 PAGE PRECEDENTE' TO MSGO
002332     END-IF.
002334     IF W-MSG-REAFFICHAGE NOT = SPACES
002336        MOVE W-MSG-REAFFICHAGE TO MSGO
002340     END-IF.
002350     PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT.
002360 3100-EXIT.
002560     ADD 1 TO W-NB-LIGNES-PAGE.
002570     PERFORM 7100-FORMATER-LIGNE THRU 7100-EXIT.
002580     MOVE W-LIGNE-DETAIL TO LIGO (W-NB-LIGNES-PAGE).
002585     MOVE FFFFFGS-CLE TO W-COM-CLE-LIGNE (W-NB-LIGNES-PAGE).
002590     IF W-NB-LIGNES-PAGE = 1
002600        MOVE FFFFFGS-CLE TO W-COM-CLE-HAUT
002610     END-IF.
002690*    POUR RESTER EN ORDRE ASCENDANT A L'ECRAN.
002700*****************************************************************
002710 4000-PAGE-ARRIERE.
002712     IF MODE-ADHERENT
002714        PERFORM 6200-PAGE-ARRIERE-ADHERENT THRU 6200-EXIT
002716        GO TO 4000-EXIT
002718     END-IF.
002720     IF W-COM-CLE-HAUT = SPACES
002730        MOVE 'AUCUNE PAGE EN COURS - SAISIR UN CRITERE' TO MSGO
002740        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002770     PERFORM 7000-CALCULER-LONGUEUR-CRITERE THRU 7000-EXIT.
002780     MOVE LOW-VALUES TO HZIQM1O.
002790     MOVE ZERO TO W-NB-LIGNES-PAGE.
002795     MOVE ZERO TO W-COM-NB-LIGNES.
002800     MOVE 'N' TO W-FIN-BROWSE.
002810     MOVE W-COM-CLE-HAUT TO W-CLE-BROWSE.
002820     EXEC CICS STARTBR FILE (W-FICHIER-FFFFFGS)
003330     PERFORM 7100-FORMATER-LIGNE THRU 7100-EXIT.
003340     MOVE FFFFFGS-CLE TO W-TP-CLE (W-NB-LIGNES-PAGE).
003350     MOVE W-LIGNE-DETAIL TO W-TP-LIGNE (W-NB-LIGNES-PAGE).
003351 4100-EXIT.
003352     EXIT.
003353*****************************************************************
003354*    4200-REVERSER-TAMPON - RESTITUE LE TAMPON DESCENDANT EN
003355*    ORDRE ASCENDANT DANS LA MAP ET POSE LES CLES HAUTE ET
003356*    BASSE DE LA NOUVELLE PAGE.
003357*****************************************************************
003358 4200-REVERSER-TAMPON.
003359     PERFORM 4210-POSER-LIGNE THRU 4210-EXIT
003360        VARYING W-IDX-REMPLIR FROM 1 BY 1
003361        UNTIL W-IDX-REMPLIR > W-NB-LIGNES-PAGE.
003362     MOVE W-TP-CLE (W-NB-LIGNES-PAGE) TO W-COM-CLE-HAUT.
003363     MOVE W-TP-CLE (1) TO W-COM-CLE-BAS.
003364     MOVE W-NB-LIGNES-PAGE TO W-COM-NB-LIGNES.
003365 4200-EXIT.
003366     EXIT.
003367 4210-POSER-LIGNE.
003368     MOVE W-TP-LIGNE (W-IDX-REMPLIR) TO
003369        LIGO (W-NB-LIGNES-PAGE + 1 - W-IDX-REMPLIR).
003370     MOVE W-TP-CLE (W-IDX-REMPLIR) TO
003371        W-COM-CLE-LIGNE (W-NB-LIGNES-PAGE + 1 - W-IDX-REMPLIR).
003372 4210-EXIT.
003373     EXIT.
003374*****************************************************************
003375*    5000-HISTORIQUE - PFK5 : LA ZONE LIGNE DESIGNE UNE LIGNE DE
003376*    LA PAGE AFFICHEE ; SA CLE FFFFFGS EST TRANSMISE PAR XCTL A
003377*    HZHI0001 AVEC LA COMMAREA HZIQ, QUI REVIENT PAR PFK3 AVEC
003378*    L'INDICATEUR DE RETOUR POSE (REAFFICHAGE DE LA PAGE).
003379*****************************************************************
003380 5000-HISTORIQUE.
003381     EXEC CICS RECEIVE MAP ('HZIQM1')
003382                       MAPSET ('HZIQM01')
003383                       INTO (HZIQM1I)
003384                       RESP (W-RESP-FFFFFGS)
003385     END-EXEC.
003386     MOVE ZERO TO W-LIGNE-CHOISIE.
003387     IF W-RESP-FFFFFGS = DFHRESP(NORMAL)
003388           AND LGNL > ZERO AND LGNI NUMERIC
003389        MOVE LGNI TO W-LIGNE-CHOISIE
003390     END-IF.
003391     IF W-LIGNE-CHOISIE = ZERO
003392           OR W-LIGNE-CHOISIE > W-COM-NB-LIGNES
003393        MOVE 'NUMERO DE LIGNE INVALIDE - SAISIR LA LIGNE, PFK5'
003394           TO W-MSG-REAFFICHAGE
003395        PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT
003396        GO TO 5000-EXIT
003397     END-IF.
003398     MOVE 'H' TO W-COM-RETOUR.
003399     MOVE W-COM-CLE-LIGNE (W-LIGNE-CHOISIE) TO W-HI-CLE.
003400     MOVE ZERO TO W-HI-PAGE.
003401     MOVE SPACE TO W-HI-SUITE.
003402     MOVE W-COMMAREA TO W-HI-COMMAREA-HZIQ.
003403     EXEC CICS XCTL PROGRAM ('HZHI0001')
003404                    COMMAREA (W-COMMAREA-HZHI)
003405                    LENGTH (W-LONG-COMMAREA-HZHI)
003406                    RESP (W-RESP-FFFFFGS)
003407     END-EXEC.
003408     MOVE SPACE TO W-COM-RETOUR.
003409     MOVE 'HISTORIQUE INDISPONIBLE (HZHI0001)'
003410        TO W-MSG-REAFFICHAGE.
003411     PERFORM 5900-REAFFICHER-PAGE THRU 5900-EXIT.
003412 5000-EXIT.
003413     EXIT.
003414*****************************************************************
003415*    5900-REAFFICHER-PAGE - RELIT LA PAGE COURANTE A PARTIR DE
003416*    SA CLE HAUTE (INCLUSE) : RETOUR DE HZHI OU CHOIX INVALIDE.
003417*    EN MODE ADHERENT, LA PAGE EST RELUE A SON RANG.
003418*****************************************************************
003419 5900-REAFFICHER-PAGE.
003420     IF MODE-ADHERENT
003421        PERFORM 6500-LIRE-PAGE-ADHERENT THRU 6500-EXIT
003422        GO TO 5900-EXIT
003423     END-IF.
003424     IF W-COM-CLE-HAUT = SPACES
003425        PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
003426        GO TO 5900-EXIT
003427     END-IF.
003428     MOVE W-COM-CLE-HAUT TO W-CLE-BROWSE.
003429     MOVE SPACES TO W-COM-CLE-BAS.
003430     IF W-COM-PAGE > ZERO
003431        SUBTRACT 1 FROM W-COM-PAGE
003432     END-IF.
003433     PERFORM 3100-LIRE-PAGE-AVANT THRU 3100-EXIT.
003434 5900-EXIT.
003435     EXIT.
003436*****************************************************************
003437*    6000-PREMIERE-PAGE-ADHERENT - ENTREE PAR LA RECHERCHE HZRN :
003438*    PREMIERE PAGE DES MOUVEMENTS DE L'ADHERENT TRANSMIS.
003439*****************************************************************
003440 6000-PREMIERE-PAGE-ADHERENT.
003441     MOVE 'A' TO W-COM-MODE.
003442     MOVE SPACES TO W-COM-CRITERE W-COM-CLE-HAUT W-COM-CLE-BAS.
003443     MOVE ZERO TO W-COM-RANG-HAUT W-COM-NB-TOTAL.
003444     MOVE 1 TO W-COM-PAGE.
003445     PERFORM 6500-LIRE-PAGE-ADHERENT THRU 6500-EXIT.
003446 6000-EXIT.
003447     EXIT.
003448*****************************************************************
003449*    6100-PAGE-AVANT-ADHERENT - PAGE SUIVANTE (PFK8) : LE RANG DE
003450*    DEPART AVANCE D'UNE PAGE SI DES MOUVEMENTS RESTENT A VOIR.
003451*****************************************************************
003452 6100-PAGE-AVANT-ADHERENT.
003453     IF W-COM-RANG-HAUT + 10 NOT < W-COM-NB-TOTAL
003454        MOVE 'FIN DE LISTE - AUCUN ENREGISTREMENT SUPPLEMENTAIRE'
003455           TO W-MSG-REAFFICHAGE
003456        PERFORM 6500-LIRE-PAGE-ADHERENT THRU 6500-EXIT
003457        GO TO 6100-EXIT
003458     END-IF.
003459     ADD 10 TO W-COM-RANG-HAUT.
003460     ADD 1 TO W-COM-PAGE.
003461     PERFORM 6500-LIRE-PAGE-ADHERENT THRU 6500-EXIT.
003462 6100-EXIT.
003463     EXIT.
003464*****************************************************************
003465*    6200-PAGE-ARRIERE-ADHERENT - PAGE PRECEDENTE (PFK7) : LE
003466*    RANG DE DEPART RECULE D'UNE PAGE SAUF EN PREMIERE PAGE.
003467*****************************************************************
003468 6200-PAGE-ARRIERE-ADHERENT.
003469     IF W-COM-RANG-HAUT = ZERO
003470        MOVE 'DEBUT DE LISTE - AUCUNE PAGE PRECEDENTE'
003471           TO W-MSG-REAFFICHAGE
003472        PERFORM 6500-LIRE-PAGE-ADHERENT THRU 6500-EXIT
003473        GO TO 6200-EXIT
003474     END-IF.
003475     IF W-COM-RANG-HAUT < 10
003476        MOVE ZERO TO W-COM-RANG-HAUT
003477     ELSE
003478        SUBTRACT 10 FROM W-COM-RANG-HAUT
003479     END-IF.
003480     IF W-COM-PAGE > 1
003481        SUBTRACT 1 FROM W-COM-PAGE
003482     END-IF.
003483     PERFORM 6500-LIRE-PAGE-ADHERENT THRU 6500-EXIT.
003484 6200-EXIT.
003485     EXIT.
003486*****************************************************************
003487*    6500-LIRE-PAGE-ADHERENT - PARCOURT TOUS LES MOUVEMENTS DE
003488*    L'ADHERENT PAR LE CHEMIN COADHF : ILS SONT COMPTES ET CEUX
003489*    DU RANG DE LA PAGE DEMANDEE SONT POSES A L'ECRAN AVEC LEUR
003490*    CLE (CHOIX PFK5).
003491*****************************************************************
003492 6500-LIRE-PAGE-ADHERENT.
003493     MOVE LOW-VALUES TO HZIQM1O.
003494     MOVE ZERO TO W-NB-LIGNES-PAGE W-RANG-MOUVEMENT.
003495     MOVE ZERO TO W-COM-NB-LIGNES.
003496     MOVE 'N' TO W-FIN-BROWSE.
003497     MOVE W-COM-COADHF TO W-CLE-ADHERENT.
003498     EXEC CICS STARTBR FILE (W-FICHIER-FFFFFGS-ADH)
003499                      RIDFLD (W-CLE-ADHERENT)
003500                      EQUAL
003501                      RESP (W-RESP-FFFFFGS)
003502     END-EXEC.
003503     IF W-RESP-FFFFFGS = DFHRESP(NORMAL)
003504        PERFORM 6510-LIRE-MOUVEMENT THRU 6510-EXIT
003505           UNTIL FIN-BROWSE
003506        EXEC CICS ENDBR FILE (W-FICHIER-FFFFFGS-ADH)
003507        END-EXEC
003508     END-IF.
003509     MOVE W-RANG-MOUVEMENT TO W-COM-NB-TOTAL.
003510     MOVE W-NB-LIGNES-PAGE TO W-COM-NB-LIGNES.
003511     MOVE W-RANG-MOUVEMENT TO W-NB-MOUVEMENTS-EDIT.
003512     MOVE SPACES TO MSGO.
003513     STRING 'ADHERENT ' DELIMITED BY SIZE
003514         W-COM-COADHF DELIMITED BY SIZE
003515         ' - ' DELIMITED BY SIZE
003516         W-NB-MOUVEMENTS-EDIT DELIMITED BY SIZE
003517         ' MOUVEMENT(S) - PFK7/PFK8 PAGES' DELIMITED BY SIZE
003518         INTO MSGO
003519     END-STRING.
003520     IF W-MSG-REAFFICHAGE NOT = SPACES
003521        MOVE W-MSG-REAFFICHAGE TO MSGO
003522     END-IF.
003523     PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT.
003524 6500-EXIT.
003525     EXIT.
003526 6510-LIRE-MOUVEMENT.
003527     EXEC CICS READNEXT FILE (W-FICHIER-FFFFFGS-ADH)
003528                       INTO (FFFFFGS-ENREG)
003529                       RIDFLD (W-CLE-ADHERENT)
003530                       RESP (W-RESP-FFFFFGS)
003531     END-EXEC.
003532     IF W-RESP-FFFFFGS NOT = DFHRESP(NORMAL)
003533        AND W-RESP-FFFFFGS NOT = DFHRESP(DUPKEY)
003534        MOVE 'O' TO W-FIN-BROWSE
003535        GO TO 6510-EXIT
003536     END-IF.
003537     IF FFFFFGS-COADHF NOT = W-COM-COADHF
003538        MOVE 'O' TO W-FIN-BROWSE
003539        GO TO 6510-EXIT
003540     END-IF.
003541     ADD 1 TO W-RANG-MOUVEMENT.
003542     IF W-RANG-MOUVEMENT > W-COM-RANG-HAUT
003543        AND W-NB-LIGNES-PAGE < 10
003544        ADD 1 TO W-NB-LIGNES-PAGE
003545        PERFORM 7100-FORMATER-LIGNE THRU 7100-EXIT
003546        MOVE W-LIGNE-DETAIL TO LIGO (W-NB-LIGNES-PAGE)
003547        MOVE FFFFFGS-CLE TO W-COM-CLE-LIGNE (W-NB-LIGNES-PAGE)
003548     END-IF.
003549 6510-EXIT.
003550     EXIT.
003560*****************************************************************
003570*    7000-CALCULER-LONGUEUR-CRITERE - LONGUEUR SIGNIFICATIVE DU
