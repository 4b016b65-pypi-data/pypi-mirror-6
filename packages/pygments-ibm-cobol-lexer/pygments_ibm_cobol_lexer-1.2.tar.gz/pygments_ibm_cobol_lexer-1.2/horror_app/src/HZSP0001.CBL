000200*    DATE       AUTEUR  DESCRIPTION
000210*    --------   ------  -------------------------------------
000220*    22/08/2026 EBA     CREATION.
000221*    15/10/2026 EBA     CONVERSION DES CODES ANALYTIQUES : UN
000222*                       ANCIEN COANAL DONT LA CONVERSION COA-CONV
000223*                       (HZAN0001) EST EN VIGUEUR A LA DATE DE
000224*                       L'ENTETE '01' EST PORTE AU NOUVEAU CODE
000225*                       AVANT ROUTAGE, SUR LE DETAIL EMIS (3250).
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000350     SELECT SP-DEST ASSIGN TO SPDEST
000360         ORGANIZATION SEQUENTIAL
000370         FILE STATUS W-SP-DEST-STATUS.
000372     SELECT COA-CONV ASSIGN TO COACONV
000374         ORGANIZATION SEQUENTIAL
000376         FILE STATUS W-COA-CONV-STATUS.
000380     SELECT SP-SORTIE-1 ASSIGN TO SPSORT1
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-SP-SORTIE-1-STATUS.
000750     DATA RECORD SP-DEST-LIGNE.
000760 01  SP-DEST-LIGNE.
000770     05  SD-COANAL               PIC X(05).
000771     05  SD-DESTINATION          PIC 9(01).
000772*****************************************************************
000773*    COA-CONV - CONVERSIONS DE CODES ANALYTIQUES (HZAN0001),
000774*    MEME DESSIN QUE DANS HORROR.
000775*****************************************************************
000776 FD  COA-CONV
000777     LABEL RECORD STANDARD
000778     DATA RECORD COA-CONV-LIGNE.
000779 01  COA-CONV-LIGNE.
000780     05  CV-COANAL-ANCIEN        PIC X(05).
000781     05  CV-COANAL-NOUVEAU       PIC X(05).
000782     05  CV-DATE-EFFET           PIC 9(08).
000790 FD  SP-SORTIE-1
000800     LABEL RECORD STANDARD
000810     DATA RECORD SP-SORTIE-1-ENREG.
001080 01  W-SP-DEST-STATUS            PIC XX.
001090     88  SP-DEST-OK              VALUE '00'.
001100     88  SP-DEST-FIN             VALUE '10'.
001102 01  W-COA-CONV-STATUS           PIC XX.
001104     88  COA-CONV-OK             VALUE '00'.
001106     88  COA-CONV-FIN            VALUE '10'.
001110 01  W-SP-SORTIE-1-STATUS        PIC XX.
001120 01  W-SP-SORTIE-2-STATUS        PIC XX.
001130 01  W-SP-SORTIE-3-STATUS        PIC XX.
001370             INDEXED BY W-IDX-RT.
001380         10  W-RT-COANAL         PIC X(05).
001390         10  W-RT-DESTINATION    PIC 9(01).
001391*****************************************************************
001392*    CONVERSIONS DE CODES ANALYTIQUES (200 AU PLUS, COMME DANS
001393*    HORROR).
001394*****************************************************************
001395 01  W-NB-CONV                   PIC 9(03) COMP VALUE ZERO.
001396 01  W-TAB-CONV.
001397     05  W-CV-ENTREE OCCURS 200 TIMES
001398             INDEXED BY W-IDX-CV.
001399         10  W-CV-ANCIEN         PIC X(05).
001400         10  W-CV-NOUVEAU        PIC X(05).
001401         10  W-CV-DATE-EFFET     PIC 9(08).
001402 01  W-NB-TRADUITS               PIC 9(09) COMP VALUE ZERO.
001403*****************************************************************
001410*    VOLUMES ET TOTAUX PAR DESTINATION (5 = FOURRE-TOUT).
001420*****************************************************************
001430 01  W-TAB-VOLUMES.
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001680     PERFORM 2000-CHARGER-ROUTES THRU 2000-EXIT.
001685     PERFORM 2200-CHARGER-CONVERSIONS THRU 2200-EXIT.
001690     PERFORM 3000-TRAITER-ENREGISTREMENT THRU 3000-EXIT
001700         UNTIL FIN-SA.
001710     PERFORM 7000-ECRIRE-PIEDS THRU 7000-EXIT.
002110        MOVE SD-DESTINATION TO W-RT-DESTINATION (W-NB-ROUTES)
002120     ELSE
002130        DISPLAY 'HZSP0001 - TABLE DE ROUTAGE PLEINE (50 CODES '
002131            'MAXIMUM) - ENTREE IGNOREE : ' SD-COANAL
002132     END-IF.
002133 2100-EXIT.
002134     EXIT.
002135*****************************************************************
002136*    2200-CHARGER-CONVERSIONS - TABLE COA-CONV. FICHIER ABSENT :
002137*    AUCUNE TRADUCTION, CAS NORMAL HORS REORGANISATION.
002138*****************************************************************
002139 2200-CHARGER-CONVERSIONS.
002140     OPEN INPUT COA-CONV.
002141     IF NOT COA-CONV-OK
002142        GO TO 2200-EXIT
002143     END-IF.
002144     PERFORM UNTIL COA-CONV-FIN
002145        READ COA-CONV
002146           AT END SET COA-CONV-FIN TO TRUE
002147           NOT AT END
002148              PERFORM 2210-EMPILER-CONVERSION THRU 2210-EXIT
002149        END-READ
002150     END-PERFORM.
002151     CLOSE COA-CONV.
002152 2200-EXIT.
002153     EXIT.
002154 2210-EMPILER-CONVERSION.
002155     IF CV-DATE-EFFET NOT NUMERIC
002156        DISPLAY 'HZSP0001 - COA-CONV DATE D''EFFET INVALIDE - '
002157            'ENTREE IGNOREE : ' CV-COANAL-ANCIEN
002158        GO TO 2210-EXIT
002159     END-IF.
002160     IF W-NB-CONV < 200
002161        ADD 1 TO W-NB-CONV
002162        MOVE CV-COANAL-ANCIEN TO W-CV-ANCIEN (W-NB-CONV)
002163        MOVE CV-COANAL-NOUVEAU TO W-CV-NOUVEAU (W-NB-CONV)
002164        MOVE CV-DATE-EFFET TO W-CV-DATE-EFFET (W-NB-CONV)
002165     ELSE
002166        DISPLAY 'HZSP0001 - TABLE COA-CONV PLEINE (200) - '
002167            'ENTREE IGNOREE : ' CV-COANAL-ANCIEN
002168     END-IF.
002169 2210-EXIT.
002170     EXIT.
002180*****************************************************************
002190*    3000-TRAITER-ENREGISTREMENT - ENTETE '01' REPRIS SUR
002650     EXIT.
002660 3200-ROUTER-DETAIL.
002670     MOVE W-ENREG-COURANT TO SA02-DETAIL.
002672     IF W-NB-CONV > ZERO
002674        PERFORM 3250-TRADUIRE-COANAL THRU 3250-EXIT
002676     END-IF.
002680     MOVE 5 TO W-DESTINATION-COURANTE.
002690     IF W-NB-ROUTES > 0
002700        SET W-IDX-RT TO 1
002780     END-IF.
002790     PERFORM 3300-ECRIRE-DESTINATION THRU 3300-EXIT.
002800     ADD 1 TO W-VOL-NB (W-DESTINATION-COURANTE).
002801     ADD SA02-MTLGC1 TO W-VOL-MTLGC1 (W-DESTINATION-COURANTE).
002802 3200-EXIT.
002803     EXIT.
002804*****************************************************************
002805*    3250-TRADUIRE-COANAL - ANCIEN CODE DONT LA CONVERSION EST EN
002806*    VIGUEUR A LA DATE DE TRAITEMENT DE L'ENTETE '01' : LE
002807*    DETAIL EST REECRIT SOUS LE NOUVEAU CODE, PUIS ROUTE.
002808*****************************************************************
002809 3250-TRADUIRE-COANAL.
002810     SET W-IDX-CV TO 1.
002811     SEARCH W-CV-ENTREE
002812        AT END
002813           CONTINUE
002814        WHEN W-IDX-CV > W-NB-CONV
002815           CONTINUE
002816        WHEN W-CV-ANCIEN (W-IDX-CV) = SA02-COANAL
002817           AND W-CV-DATE-EFFET (W-IDX-CV)
002818              NOT > SA01-DATE-TRAITEMENT
002819           MOVE W-CV-NOUVEAU (W-IDX-CV) TO SA02-COANAL
002820           MOVE SA02-DETAIL TO W-ENREG-COURANT
002821           ADD 1 TO W-NB-TRADUITS
002822     END-SEARCH.
002823 3250-EXIT.
002830     EXIT.
002840 3300-ECRIRE-DESTINATION.
002850     EVALUATE W-DESTINATION-COURANTE
003410         SP-INCONNUS SP-RPRT.
003420     MOVE W-NB-LUS TO W-NB-EDIT.
003430     DISPLAY 'HZSP0001 - ENREGISTREMENTS LUS : ' W-NB-EDIT.
003432     MOVE W-NB-TRADUITS TO W-NB-EDIT.
003434     DISPLAY 'HZSP0001 - COANAL TRADUITS (COA-CONV) : '
003436         W-NB-EDIT.
003440 8000-EXIT.
003450     EXIT.
