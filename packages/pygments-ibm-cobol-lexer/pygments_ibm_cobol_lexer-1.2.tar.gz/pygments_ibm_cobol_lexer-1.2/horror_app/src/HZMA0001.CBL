000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZMA0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. TRANSACTION HZMA - TENUE EN LIGNE D'UN MANDAT DE
000080     PRELEVEMENT PAR COADHF (MAP HZMAM1 DU MAPSET HZMAM01) :
000090     CONSULTATION, POSE, CHANGEMENT DE REFERENCE DE COMPTE,
000100     SUSPENSION, REACTIVATION ET REVOCATION, AVEC LES MEMES
000110     REGLES QUE LES MOUVEMENTS MD-TRANS DE HZMD0001 (CLE COADHF
000120     PAR HZCD0001, FORMAT DE LA REFERENCE DE COMPTE PAR
000130     HZIB0001) SOUS CONTROLE D'HABILITATION AUTH-TAB (COMME
000140     HZUP0001). LE MANDAT EST TENU DANS LA COPIE KSDS MANDKS ;
000150     CHAQUE CHANGEMENT APPLIQUE LAISSE DANS MDENLIG UNE LIGNE
000160     (UTILISATEUR, HORODATE, IMAGES AVANT ET APRES) QUI SERT DE
000170     JOURNAL ET QUE LA CHAINE DE NUIT REPREND : HZPV0001 LA
000180     REPORTE SUR SA TABLE DES MANDATS AVANT DE PRELEVER, HZMD0001
000190     SUR MANDATS. UN CHANGEMENT DE COMPTE SAISI AVANT LA FERMETURE
000200     DES FICHIERS EN LIGNE POUR LA CHAINE (ARRET DE HZPV0001) EST
000210     DONC PRIS EN COMPTE PAR LE PRELEVEMENT DE LA NUIT MEME.
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
000330 DATA DIVISION.
000340 WORKING-STORAGE SECTION.
000350 COPY HZMAM01.
000360 COPY DFHAID.
000370*****************************************************************
000380*    FICHIERS ATTEINTS PAR FILE CONTROL CICS : MANDKS (KSDS CLE
000390*    COADHF, DESSIN MANDATC), MDENLIG (ESDS EN AJOUT, DESSIN
000400*    MDENLC) ET AUTH-TAB (LU EN DIRECT SUR LE USER-ID, MEME
000410*    FICHIER QUE HZUP0001).
000420*****************************************************************
000430 COPY MANDATC.
000440 COPY MDENLC.
000450 01  W-FICHIER-MANDATS           PIC X(08) VALUE 'MANDKS'.
000460 01  W-FICHIER-ENLIGNE           PIC X(08) VALUE 'MDENLIG'.
000470 01  W-FICHIER-AUTH              PIC X(08) VALUE 'AUTHTAB'.
000480 01  W-CLE-LECTURE               PIC X(09).
000490 01  W-RESP-CICS                 PIC S9(08) COMP.
000500 01  W-RBA-ENLIGNE               PIC S9(08) COMP VALUE ZERO.
000510*****************************************************************
000520*    INDICATEUR DE TOUCHE, MEME CONVENTION QUE HZUP0001 (HZMA
000530*    N'EXPLOITE QUE ENTREE, CLEAR, PFK3 ET PFK5).
000540*****************************************************************
000550 01  PFKEY-INDICATOR             PIC 99 VALUE 00.
000560     88  ENTER-KEY               VALUE 00.
000570     88  CLEAR                   VALUE 93.
000580     88  PFK3                    VALUE 3.
000590     88  PFK5                    VALUE 5.
000600     88  AUTRE-TOUCHE            VALUE 99.
000610*****************************************************************
000620*    ZONE DE CONVERSATION (COMMAREA) : ADHERENT AFFICHE (PF5 NE
000630*    PEUT PORTER QUE SUR LUI).
000640*****************************************************************
000650 01  W-COMMAREA.
000660     05  W-COM-COADHF            PIC X(09).
000670 01  W-LONG-COMMAREA             PIC S9(04) COMP VALUE 9.
000680 01  W-TRANSID-HZMA              PIC X(04) VALUE 'HZMA'.
000690*****************************************************************
000700*    HABILITATION : L'UTILISATEUR CICS COURANT DOIT FIGURER DANS
000710*    AUTH-TAB (TABLE ABSENTE OU ENTREE ABSENTE = REFUS, COMME
000720*    HZUP0001).
000730*****************************************************************
000740 01  W-USER-ID                   PIC X(08) VALUE SPACES.
000750 01  W-AUTH-ENREG.
000760     05  W-AT-USER-ID            PIC X(08).
000770 01  W-USER-HABILITE-SW          PIC X VALUE 'N'.
000780     88  USER-HABILITE           VALUE 'O'.
000790*****************************************************************
000800*    ZONES D'ECHANGE AVEC HZCD0001 (CLE COADHF) ET HZIB0001
000810*    (FORMAT DE LA REFERENCE DE COMPTE), MEMES DECOUPES QUE DANS
000820*    HZMD0001.
000830*****************************************************************
000840 01  W-CD-PARMS.
000850     05  W-CD-COADHF             PIC X(09).
000860     05  W-CD-RESULTAT           PIC X(01).
000870         88  COADHF-VALIDE       VALUE 'O'.
000880 01  W-CD-PROGRAMME              PIC X(08) VALUE 'HZCD0001'.
000890 01  W-IB-PARMS.
000900     05  W-IB-REF-COMPTE         PIC X(34).
000910     05  W-IB-RESULTAT           PIC X(01).
000920         88  REF-COMPTE-VALIDE   VALUE 'O'.
000930 01  W-IB-PROGRAMME              PIC X(08) VALUE 'HZIB0001'.
000940*****************************************************************
000950*    SAISIE PF5 : ACTION, REFERENCE DE COMPTE ET DATE DE
000960*    SIGNATURE RETENUES APRES CONTROLE.
000970*****************************************************************
000980 01  W-ACTION                    PIC X(01) VALUE SPACE.
000990     88  ACTION-POSE             VALUE 'A'.
001000     88  ACTION-COMPTE           VALUE 'M'.
001010     88  ACTION-SUSPENS          VALUE 'S'.
001020     88  ACTION-REACTIVE         VALUE 'V'.
001030     88  ACTION-REVOQUE          VALUE 'R'.
001040     88  ACTION-CONNUE           VALUE 'A' 'M' 'S' 'V' 'R'.
001050 01  W-REF-COMPTE                PIC X(34) VALUE SPACES.
001060 01  W-DATE-MANDAT               PIC 9(08) VALUE ZERO.
001070 01  W-DATE-SAISIE-SW            PIC X VALUE 'N'.
001080     88  DATE-SAISIE             VALUE 'O'.
001090 01  W-SAISIE-VALIDE-SW          PIC X VALUE 'O'.
001100     88  SAISIE-VALIDE           VALUE 'O'.
001110 01  W-MANDAT-TROUVE-SW          PIC X VALUE 'N'.
001120     88  MANDAT-TROUVE           VALUE 'O'.
001130 01  W-MOTIF-REJET               PIC X(60) VALUE SPACES.
001140 01  W-IMAGE-AVANT               PIC X(54) VALUE SPACES.
001150 01  W-DATE-JOUR                 PIC 9(08) VALUE ZERO.
001160 01  W-HORODATE-TRAVAIL.
001170     05  W-HORO-DATE             PIC 9(08).
001180     05  W-HORO-HEURE            PIC 9(08).
001190 01  W-MSG-FIN                   PIC X(30) VALUE
001200     'HZMA - FIN DE TENUE MANDATS'.
001210 01  W-LONG-MSG-FIN              PIC S9(04) COMP VALUE 30.
001220 LINKAGE SECTION.
001230 01  DFHCOMMAREA                 PIC X(09).
001240 PROCEDURE DIVISION.
001250 0000-MAINLINE.
001260     IF EIBCALEN = ZERO
001270        PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
001280        GO TO 0000-RETOUR
001290     END-IF.
001300     MOVE DFHCOMMAREA TO W-COMMAREA.
001310     PERFORM 1100-CONVERTIR-AID THRU 1100-EXIT.
001320     EVALUATE TRUE
001330        WHEN PFK3
001340           PERFORM 9000-FIN-TRANSACTION THRU 9000-EXIT
001350        WHEN CLEAR
001360           PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
001370        WHEN ENTER-KEY
001380           PERFORM 2000-AFFICHER-MANDAT THRU 2000-EXIT
001390        WHEN PFK5
001400           PERFORM 3000-APPLIQUER-ACTION THRU 3000-EXIT
001410        WHEN OTHER
001420           MOVE 'TOUCHE NON GEREE - ENTREE, PF3 OU PF5' TO MSGO
001430           PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
001440     END-EVALUATE.
001450 0000-RETOUR.
001460     EXEC CICS RETURN TRANSID (W-TRANSID-HZMA)
001470                      COMMAREA (W-COMMAREA)
001480                      LENGTH (W-LONG-COMMAREA)
001490     END-EXEC.
001500 0000-EXIT.
001510     EXIT.
001520*****************************************************************
001530*    1000-PREMIER-AFFICHAGE - MAP VIERGE (PREMIER PASSAGE OU
001540*    CLEAR). LA CONVERSATION REPART D'UNE ZONE COMMAREA NEUVE.
001550*****************************************************************
001560 1000-PREMIER-AFFICHAGE.
001570     MOVE LOW-VALUES TO HZMAM1O.
001580     MOVE SPACES TO W-COM-COADHF.
001590     MOVE 'SAISIR UN NUMERO D''ADHERENT PUIS ENTREE' TO MSGO.
001600     EXEC CICS SEND MAP ('HZMAM1')
001610                    MAPSET ('HZMAM01')
001620                    FROM (HZMAM1O)
001630                    ERASE
001640     END-EXEC.
001650 1000-EXIT.
001660     EXIT.
001670*****************************************************************
001680*    1100-CONVERTIR-AID - TRADUIT EIBAID DANS L'INDICATEUR DE
001690*    TOUCHE (MEME CONVENTION QUE HZUP0001).
001700*****************************************************************
001710 1100-CONVERTIR-AID.
001720     EVALUATE EIBAID
001730        WHEN DFHENTER
001740           MOVE 00 TO PFKEY-INDICATOR
001750        WHEN DFHCLEAR
001760           MOVE 93 TO PFKEY-INDICATOR
001770        WHEN DFHPF3
001780           MOVE 03 TO PFKEY-INDICATOR
001790        WHEN DFHPF5
001800           MOVE 05 TO PFKEY-INDICATOR
001810        WHEN OTHER
001820           MOVE 99 TO PFKEY-INDICATOR
001830     END-EVALUATE.
001840 1100-EXIT.
001850     EXIT.
001860*****************************************************************
001870*    2000-AFFICHER-MANDAT - RECOIT LA MAP, CONTROLE LA CLE DU
001880*    NUMERO SAISI ET AFFICHE LE MANDAT DE L'ADHERENT. SANS
001890*    MANDAT, LA MAP RESTE VIERGE POUR UNE POSE. L'ADHERENT EST
001900*    RETENU EN COMMAREA : C'EST LUI, ET LUI SEUL, QUE PF5
001910*    METTRA A JOUR.
001920*****************************************************************
001930 2000-AFFICHER-MANDAT.
001940     EXEC CICS RECEIVE MAP ('HZMAM1')
001950                       MAPSET ('HZMAM01')
001960                       INTO (HZMAM1I)
001970                       RESP (W-RESP-CICS)
001980     END-EXEC.
001990     IF W-RESP-CICS = DFHRESP(MAPFAIL)
002000        MOVE LOW-VALUES TO HZMAM1O
002010        MOVE 'AUCUNE SAISIE RECUE - SAISIR UN NUMERO D''ADHERENT'
002020           TO MSGO
002030        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002040        GO TO 2000-EXIT
002050     END-IF.
002060     IF ADHL = ZERO OR ADHI = SPACES
002070        MOVE LOW-VALUES TO HZMAM1O
002080        MOVE 'NUMERO D''ADHERENT OBLIGATOIRE' TO MSGO
002090        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002100        GO TO 2000-EXIT
002110     END-IF.
002120     MOVE ADHI TO W-CD-COADHF.
002130     CALL W-CD-PROGRAMME USING W-CD-PARMS.
002140     IF NOT COADHF-VALIDE
002150        MOVE LOW-VALUES TO HZMAM1O
002160        MOVE ADHI TO ADHO
002170        MOVE 'CLE DE CONTROLE COADHF FAUSSE' TO MSGO
002180        MOVE SPACES TO W-COM-COADHF
002190        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002200        GO TO 2000-EXIT
002210     END-IF.
002220     MOVE ADHI TO W-CLE-LECTURE.
002230     EXEC CICS READ FILE (W-FICHIER-MANDATS)
002240                    INTO (MANDATS-LIGNE)
002250                    RIDFLD (W-CLE-LECTURE)
002260                    RESP (W-RESP-CICS)
002270     END-EXEC.
002280     IF W-RESP-CICS = DFHRESP(NOTFND)
002290        MOVE LOW-VALUES TO HZMAM1O
002300        MOVE W-CLE-LECTURE TO ADHO
002310        MOVE W-CLE-LECTURE TO W-COM-COADHF
002320        MOVE 'AUCUN MANDAT - ACTION A ET PF5 POUR EN POSER UN'
002330           TO MSGO
002340        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002350        GO TO 2000-EXIT
002360     END-IF.
002370     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
002380        MOVE LOW-VALUES TO HZMAM1O
002390        MOVE W-CLE-LECTURE TO ADHO
002400        MOVE 'FICHIER MANDKS INDISPONIBLE - REESSAYER PLUS TARD'
002410           TO MSGO
002420        MOVE SPACES TO W-COM-COADHF
002430        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002440        GO TO 2000-EXIT
002450     END-IF.
002460     MOVE W-CLE-LECTURE TO W-COM-COADHF.
002470     PERFORM 7100-POSER-MANDAT-MAP THRU 7100-EXIT.
002480     MOVE 'SAISIR L''ACTION (ET LE COMPTE) PUIS PF5' TO MSGO.
002490     PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT.
002500 2000-EXIT.
002510     EXIT.
002520*****************************************************************
002530*    3000-APPLIQUER-ACTION - PF5 : CONTROLE L'HABILITATION DE
002540*    L'OPERATEUR ET LA SAISIE, RELIT LE MANDAT POUR MISE A JOUR
002550*    (IMAGE AVANT), APPLIQUE L'ACTION SELON LES REGLES DE
002560*    HZMD0001 PUIS JOURNALISE DANS MDENLIG UNE FOIS L'ECRITURE
002570*    ACQUISE. SI LE JOURNAL NE PEUT ETRE ECRIT, LA MISE A JOUR
002580*    EST DEFAITE : LA CHAINE DE NUIT NE LA VERRAIT PAS.
002590*****************************************************************
002600 3000-APPLIQUER-ACTION.
002610     IF W-COM-COADHF = SPACES
002620        MOVE LOW-VALUES TO HZMAM1O
002630        MOVE 'AUCUN ADHERENT AFFICHE - ENTREE D''ABORD' TO MSGO
002640        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002650        GO TO 3000-EXIT
002660     END-IF.
002670     PERFORM 3100-CONTROLER-HABILITATION THRU 3100-EXIT.
002680     IF NOT USER-HABILITE
002690        MOVE LOW-VALUES TO HZMAM1O
002700        MOVE W-COM-COADHF TO ADHO
002710        MOVE 'OPERATEUR NON HABILITE (AUTH-TAB) - REFUS' TO MSGO
002720        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002730        GO TO 3000-EXIT
002740     END-IF.
002750     EXEC CICS RECEIVE MAP ('HZMAM1')
002760                       MAPSET ('HZMAM01')
002770                       INTO (HZMAM1I)
002780                       RESP (W-RESP-CICS)
002790     END-EXEC.
002800     IF W-RESP-CICS = DFHRESP(MAPFAIL)
002810        MOVE LOW-VALUES TO HZMAM1O
002820        MOVE W-COM-COADHF TO ADHO
002830        MOVE 'AUCUNE SAISIE RECUE - RIEN N''EST APPLIQUE' TO MSGO
002840        PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT
002850        GO TO 3000-EXIT
002860     END-IF.
002870     PERFORM 3200-VALIDER-SAISIE THRU 3200-EXIT.
002880     IF NOT SAISIE-VALIDE
002890        GO TO 3000-EXIT
002900     END-IF.
002910     MOVE W-COM-COADHF TO W-CLE-LECTURE.
002920     MOVE 'N' TO W-MANDAT-TROUVE-SW.
002930     MOVE SPACES TO W-IMAGE-AVANT.
002940     EXEC CICS READ FILE (W-FICHIER-MANDATS)
002950                    INTO (MANDATS-LIGNE)
002960                    RIDFLD (W-CLE-LECTURE)
002970                    UPDATE
002980                    RESP (W-RESP-CICS)
002990     END-EXEC.
003000     IF W-RESP-CICS = DFHRESP(NORMAL)
003010        MOVE 'O' TO W-MANDAT-TROUVE-SW
003020        MOVE MANDATS-LIGNE TO W-IMAGE-AVANT
003030     ELSE
003040        IF W-RESP-CICS NOT = DFHRESP(NOTFND)
003050           MOVE 'MANDKS INDISPONIBLE - RIEN N''EST APPLIQUE'
003060              TO W-MOTIF-REJET
003070           PERFORM 3500-REFUSER THRU 3500-EXIT
003080           GO TO 3000-EXIT
003090        END-IF
003100     END-IF.
003110     PERFORM 3300-APPLIQUER-REGLES THRU 3300-EXIT.
003120     IF W-MOTIF-REJET NOT = SPACES
003130        PERFORM 3500-REFUSER THRU 3500-EXIT
003140        GO TO 3000-EXIT
003150     END-IF.
003160     IF MANDAT-TROUVE
003170        EXEC CICS REWRITE FILE (W-FICHIER-MANDATS)
003180                          FROM (MANDATS-LIGNE)
003190                          RESP (W-RESP-CICS)
003200        END-EXEC
003210     ELSE
003220        EXEC CICS WRITE FILE (W-FICHIER-MANDATS)
003230                        FROM (MANDATS-LIGNE)
003240                        RIDFLD (MD-COADHF)
003250                        RESP (W-RESP-CICS)
003260        END-EXEC
003270     END-IF.
003280     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
003290        MOVE 'ECRITURE MANDKS EN ERREUR - RIEN N''EST APPLIQUE'
003300           TO W-MOTIF-REJET
003310        PERFORM 3500-REFUSER THRU 3500-EXIT
003320        GO TO 3000-EXIT
003330     END-IF.
003340     PERFORM 4000-JOURNALISER THRU 4000-EXIT.
003350     IF W-RESP-CICS NOT = DFHRESP(NORMAL)
003360        EXEC CICS SYNCPOINT ROLLBACK
003370        END-EXEC
003380        MOVE 'JOURNAL MDENLIG EN ERREUR - MISE A JOUR ANNULEE'
003390           TO W-MOTIF-REJET
003400        PERFORM 3500-REFUSER THRU 3500-EXIT
003410        GO TO 3000-EXIT
003420     END-IF.
003430     PERFORM 7100-POSER-MANDAT-MAP THRU 7100-EXIT.
003440     MOVE 'ACTION APPLIQUEE ET JOURNALISEE' TO MSGO.
003450     PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT.
003460 3000-EXIT.
003470     EXIT.
003480*****************************************************************
003490*    3100-CONTROLER-HABILITATION - L'UTILISATEUR CICS COURANT
003500*    DOIT FIGURER DANS AUTH-TAB (LECTURE DIRECTE SUR LE
003510*    USER-ID). FICHIER INDISPONIBLE OU ENTREE ABSENTE : REFUS.
003520*****************************************************************
003530 3100-CONTROLER-HABILITATION.
003540     MOVE 'N' TO W-USER-HABILITE-SW.
003550     EXEC CICS ASSIGN USERID (W-USER-ID)
003560     END-EXEC.
003570     EXEC CICS READ FILE (W-FICHIER-AUTH)
003580                    INTO (W-AUTH-ENREG)
003590                    RIDFLD (W-USER-ID)
003600                    RESP (W-RESP-CICS)
003610     END-EXEC.
003620     IF W-RESP-CICS = DFHRESP(NORMAL)
003630        AND W-AT-USER-ID = W-USER-ID
003640        MOVE 'O' TO W-USER-HABILITE-SW
003650     END-IF.
003660 3100-EXIT.
003670     EXIT.
003680*****************************************************************
003690*    3200-VALIDER-SAISIE - ACTION CONNUE ; POUR UNE POSE OU UN
003700*    CHANGEMENT DE COMPTE, REFERENCE RENSEIGNEE ET BIEN FORMEE
003710*    (HZIB0001) ; DATE DE SIGNATURE NUMERIQUE SUR HUIT SI ELLE
003720*    EST SAISIE, DATE DU JOUR SINON.
003730*****************************************************************
003740 3200-VALIDER-SAISIE.
003750     MOVE 'O' TO W-SAISIE-VALIDE-SW.
003760     MOVE SPACES TO W-MOTIF-REJET.
003770     MOVE SPACE TO W-ACTION.
003780     IF ACTL > ZERO
003790        MOVE ACTI TO W-ACTION
003800     END-IF.
003810     IF NOT ACTION-CONNUE
003820        MOVE 'ACTION INCONNUE - A, M, S, V OU R' TO W-MOTIF-REJET
003830        GO TO 3200-REFUS
003840     END-IF.
003850     MOVE SPACES TO W-REF-COMPTE.
003860     IF CPTL > ZERO
003870        MOVE CPTI TO W-REF-COMPTE
003880     END-IF.
003890     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
003900     MOVE W-DATE-JOUR TO W-DATE-MANDAT.
003910     MOVE 'N' TO W-DATE-SAISIE-SW.
003920     IF DTML > ZERO AND DTMI NOT = SPACES
003930        IF DTMI NOT NUMERIC
003940           MOVE 'DATE DE SIGNATURE INVALIDE - AAAAMMJJ NUMERIQUE'
003950              TO W-MOTIF-REJET
003960           GO TO 3200-REFUS
003970        END-IF
003980        MOVE DTMI TO W-DATE-MANDAT
003990        MOVE 'O' TO W-DATE-SAISIE-SW
004000     END-IF.
004010     IF NOT ACTION-POSE AND NOT ACTION-COMPTE
004020        GO TO 3200-EXIT
004030     END-IF.
004040     IF W-REF-COMPTE = SPACES
004050        MOVE 'REFERENCE DE COMPTE NON RENSEIGNEE' TO W-MOTIF-REJET
004060        GO TO 3200-REFUS
004070     END-IF.
004080     MOVE W-REF-COMPTE TO W-IB-REF-COMPTE.
004090     CALL W-IB-PROGRAMME USING W-IB-PARMS.
004100     IF NOT REF-COMPTE-VALIDE
004110        MOVE 'REFERENCE DE COMPTE MAL FORMEE OU CLE FAUSSE'
004120           TO W-MOTIF-REJET
004130        GO TO 3200-REFUS
004140     END-IF.
004150     GO TO 3200-EXIT.
004160 3200-REFUS.
004170     MOVE 'N' TO W-SAISIE-VALIDE-SW.
004180     PERFORM 3500-REFUSER THRU 3500-EXIT.
004190 3200-EXIT.
004200     EXIT.
004210*****************************************************************
004220*    3300-APPLIQUER-REGLES - MEMES REGLES QUE 3000 DE HZMD0001 :
004230*    POSE REFUSEE SI UN MANDAT NON REVOQUE EXISTE (UN MANDAT
004240*    REVOQUE EST REPRIS) ; LES AUTRES ACTIONS EXIGENT UN MANDAT,
004250*    LE CHANGEMENT DE COMPTE UN MANDAT NON REVOQUE. UNE NOUVELLE
004260*    REFERENCE OU UNE REACTIVATION REMET LES ECHECS A ZERO.
004270*****************************************************************
004280 3300-APPLIQUER-REGLES.
004290     MOVE SPACES TO W-MOTIF-REJET.
004300     EVALUATE TRUE
004310        WHEN ACTION-POSE AND MANDAT-TROUVE
004320           AND NOT MD-STATUT-REVOQUE
004330           MOVE 'MANDAT DEJA EN PLACE' TO W-MOTIF-REJET
004340        WHEN ACTION-POSE
004350           MOVE W-COM-COADHF TO MD-COADHF
004360           MOVE W-REF-COMPTE TO MD-REF-COMPTE
004370           MOVE W-DATE-MANDAT TO MD-DATE-MANDAT
004380           MOVE 'A' TO MD-STATUT
004390           MOVE ZERO TO MD-NB-ECHECS
004400        WHEN NOT MANDAT-TROUVE
004410           MOVE 'AUCUN MANDAT POUR CET ADHERENT' TO W-MOTIF-REJET
004420        WHEN ACTION-COMPTE AND MD-STATUT-REVOQUE
004430           MOVE 'MANDAT REVOQUE - ACTION A POUR EN POSER UN'
004440              TO W-MOTIF-REJET
004450        WHEN ACTION-COMPTE
004460           MOVE W-REF-COMPTE TO MD-REF-COMPTE
004470           IF DATE-SAISIE
004480              MOVE W-DATE-MANDAT TO MD-DATE-MANDAT
004490           END-IF
004500           MOVE ZERO TO MD-NB-ECHECS
004510        WHEN ACTION-SUSPENS
004520           MOVE 'S' TO MD-STATUT
004530        WHEN ACTION-REACTIVE
004540           MOVE 'A' TO MD-STATUT
004550           MOVE ZERO TO MD-NB-ECHECS
004560        WHEN ACTION-REVOQUE
004570           MOVE 'R' TO MD-STATUT
004580     END-EVALUATE.
004590 3300-EXIT.
004600     EXIT.
004610*****************************************************************
004620*    3500-REFUSER - RIEN N'EST APPLIQUE : LE MOTIF EST AFFICHE
004630*    SUR LA MAP DE L'ADHERENT COURANT.
004640*****************************************************************
004650 3500-REFUSER.
004660     MOVE LOW-VALUES TO HZMAM1O.
004670     MOVE W-COM-COADHF TO ADHO.
004680     MOVE W-MOTIF-REJET TO MSGO.
004690     PERFORM 8000-ENVOYER-MAP THRU 8000-EXIT.
004700 3500-EXIT.
004710     EXIT.
004720*****************************************************************
004730*    4000-JOURNALISER - LIGNE MDENLIG DU CHANGEMENT APPLIQUE :
004740*    UTILISATEUR, HORODATE, ACTION, IMAGES AVANT (A BLANC POUR
004750*    UNE CREATION) ET APRES. L'ESDS EST ECRIT EN AJOUT.
004760*****************************************************************
004770 4000-JOURNALISER.
004780     ACCEPT W-HORO-DATE FROM DATE YYYYMMDD.
004790     ACCEPT W-HORO-HEURE FROM TIME.
004800     MOVE SPACES TO MD-ENLIGNE-ENREG.
004810     MOVE W-HORODATE-TRAVAIL TO ML-HORODATE.
004820     MOVE W-USER-ID TO ML-USER-ID.
004830     MOVE W-ACTION TO ML-ACTION.
004840     MOVE W-COM-COADHF TO ML-COADHF.
004850     MOVE W-IMAGE-AVANT TO ML-IMAGE-AVANT.
004860     MOVE MANDATS-LIGNE TO ML-IMAGE-APRES.
004870     EXEC CICS WRITE FILE (W-FICHIER-ENLIGNE)
004880                     FROM (MD-ENLIGNE-ENREG)
004890                     RIDFLD (W-RBA-ENLIGNE)
004900                     RBA
004910                     RESP (W-RESP-CICS)
004920     END-EXEC.
004930 4000-EXIT.
004940     EXIT.
004950*****************************************************************
004960*    7100-POSER-MANDAT-MAP - POSE LE MANDAT COURANT SUR LA MAP
004970*    (L'ACTION EST REMISE A BLANC POUR LA SAISIE SUIVANTE).
004980*****************************************************************
004990 7100-POSER-MANDAT-MAP.
005000     MOVE LOW-VALUES TO HZMAM1O.
005010     MOVE MD-COADHF TO ADHO.
005020     MOVE MD-STATUT TO STAO.
005030     MOVE MD-NB-ECHECS TO NBEO.
005040     MOVE MD-REF-COMPTE TO CPTO.
005050     MOVE MD-DATE-MANDAT TO DTMO.
005060     MOVE SPACE TO ACTO.
005070 7100-EXIT.
005080     EXIT.
005090*****************************************************************
005100*    8000-ENVOYER-MAP - ENVOI DE LA MAP COURANTE.
005110*****************************************************************
005120 8000-ENVOYER-MAP.
005130     EXEC CICS SEND MAP ('HZMAM1')
005140                    MAPSET ('HZMAM01')
005150                    FROM (HZMAM1O)
005160                    ERASE
005170     END-EXEC.
005180 8000-EXIT.
005190     EXIT.
005200*****************************************************************
005210*    9000-FIN-TRANSACTION - PF3 : MESSAGE DE FIN ET RETOUR CICS
005220*    SANS TRANSID (FIN DE LA PSEUDO-CONVERSATION).
005230*****************************************************************
005240 9000-FIN-TRANSACTION.
005250     EXEC CICS SEND TEXT
005260                    FROM (W-MSG-FIN)
005270                    LENGTH (W-LONG-MSG-FIN)
005280                    ERASE
005290     END-EXEC.
005300     EXEC CICS RETURN
005310     END-EXEC.
005320 9000-EXIT.
005330     EXIT.
