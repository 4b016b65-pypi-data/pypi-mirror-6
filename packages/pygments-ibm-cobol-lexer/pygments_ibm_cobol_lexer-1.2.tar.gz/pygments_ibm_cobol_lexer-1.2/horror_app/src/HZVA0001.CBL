000200*    DATE       AUTEUR  DESCRIPTION
000210*    --------   ------  -------------------------------------
000220*    02/09/2026 EBA     CREATION.
000221*    15/10/2026 EBA     RETRAITEMENT DE L'HISTORIQUE APRES UNE
000222*                       REORGANISATION DES CODES ANALYTIQUES : LE
000223*                       REALISE ET LE BUDGET SONT CUMULES SOUS LE
000224*                       NOUVEAU CODE DES CONVERSIONS COA-CONV
000225*                       (HZAN0001) EN VIGUEUR A LA DATE DU JOUR,
000226*                       QUEL QUE SOIT LE MOIS EDITE (3050).
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000380     SELECT BUD-TAB ASSIGN TO BUDTAB
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-BUD-TAB-STATUS.
000402     SELECT COA-CONV ASSIGN TO COACONV
000404         ORGANIZATION SEQUENTIAL
000406         FILE STATUS W-COA-CONV-STATUS.
000410     SELECT KONSTAB ASSIGN TO KONSTAB
000420         ORGANIZATION SEQUENTIAL
000430         FILE STATUS W-KONSTAB-STATUS.
000640     05  BU-COANAL               PIC X(05).
000650     05  BU-MOIS                 PIC X(06).
000660     05  BU-MONTANT              PIC S9(11)V99
000661                                 SIGN LEADING SEPARATE.
000662*****************************************************************
000663*    COA-CONV - CONVERSIONS DE CODES ANALYTIQUES (HZAN0001),
000664*    MEME DESSIN QUE DANS HORROR.
000665*****************************************************************
000666 FD  COA-CONV
000667     LABEL RECORD STANDARD
000668     DATA RECORD COA-CONV-LIGNE.
000669 01  COA-CONV-LIGNE.
000670     05  CV-COANAL-ANCIEN        PIC X(05).
000671     05  CV-COANAL-NOUVEAU       PIC X(05).
000672     05  CV-DATE-EFFET           PIC 9(08).
000680 FD  KONSTAB
000690     LABEL RECORD STANDARD
000700     DATA RECORD KONSTAB-LIGNE.
000840 01  W-BUD-TAB-STATUS            PIC XX.
000850     88  BUD-TAB-OK              VALUE '00'.
000860     88  BUD-TAB-FIN             VALUE '10'.
000862 01  W-COA-CONV-STATUS           PIC XX.
000864     88  COA-CONV-OK             VALUE '00'.
000866     88  COA-CONV-FIN            VALUE '10'.
000870 01  W-KONSTAB-STATUS            PIC XX.
000880     88  KONSTAB-OK              VALUE '00'.
000890     88  KONSTAB-FIN             VALUE '10'.
001110 01  W-MONTANT-COURANT           PIC S9(11)V99 COMP-3 VALUE 0.
001120 01  W-COTE-COURANT              PIC X(01) VALUE 'R'.
001130     88  COTE-REALISE            VALUE 'R'.
001131     88  COTE-BUDGET             VALUE 'B'.
001132*****************************************************************
001133*    CONVERSIONS DE CODES ANALYTIQUES (200 AU PLUS, COMME DANS
001134*    HORROR) : L'HISTORIQUE EST RETRAITE SOUS LES NOUVEAUX
001135*    CODES POUR QUE LES COMPARAISONS RESTENT SIGNIFICATIVES.
001136*****************************************************************
001137 01  W-NB-CONV                   PIC 9(03) COMP VALUE ZERO.
001138 01  W-TAB-CONV.
001139     05  W-CV-ENTREE OCCURS 200 TIMES
001140             INDEXED BY W-IDX-CV.
001141         10  W-CV-ANCIEN         PIC X(05).
001142         10  W-CV-NOUVEAU        PIC X(05).
001143         10  W-CV-DATE-EFFET     PIC 9(08).
001144 01  W-DATE-JOUR                 PIC 9(08) VALUE ZERO.
001145 01  W-NB-RETRAITES              PIC 9(09) COMP VALUE ZERO.
001146 01  W-NB-EDIT-L                 PIC Z(08)9.
001150 01  W-ECART                     PIC S9(13)V99 COMP-3 VALUE 0.
001160 01  W-ECART-PCT                 PIC S9(05)V99 COMP-3 VALUE 0.
001170 01  W-NB-HORS-TOLERANCE         PIC 9(03) COMP VALUE ZERO.
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001280     PERFORM 1400-CHARGER-KONSTAB THRU 1400-EXIT.
001285     PERFORM 1500-CHARGER-CONVERSIONS THRU 1500-EXIT.
001290     PERFORM 2000-CUMULER-REALISE THRU 2000-EXIT.
001300     PERFORM 2500-CUMULER-BUDGET THRU 2500-EXIT.
001310     PERFORM 7000-EDITER-ECARTS THRU 7000-EXIT.
001670                    TO KT-VARIANCE-TOLERANCE
001680              END-IF
001690        END-READ
001691     END-PERFORM.
001692     CLOSE KONSTAB.
001693 1400-EXIT.
001694     EXIT.
001695*****************************************************************
001696*    1500-CHARGER-CONVERSIONS - TABLE COA-CONV. FICHIER ABSENT :
001697*    AUCUN RETRAITEMENT, CAS NORMAL HORS REORGANISATION.
001698*****************************************************************
001699 1500-CHARGER-CONVERSIONS.
001700     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
001701     OPEN INPUT COA-CONV.
001702     IF NOT COA-CONV-OK
001703        GO TO 1500-EXIT
001704     END-IF.
001705     PERFORM UNTIL COA-CONV-FIN
001706        READ COA-CONV
001707           AT END SET COA-CONV-FIN TO TRUE
001708           NOT AT END
001709              PERFORM 1510-EMPILER-CONVERSION THRU 1510-EXIT
001710        END-READ
001711     END-PERFORM.
001712     CLOSE COA-CONV.
001713 1500-EXIT.
001714     EXIT.
001715 1510-EMPILER-CONVERSION.
001716     IF CV-DATE-EFFET NOT NUMERIC
001717        DISPLAY 'HZVA0001 - COA-CONV DATE D''EFFET INVALIDE - '
001718            'ENTREE IGNOREE : ' CV-COANAL-ANCIEN
001719        GO TO 1510-EXIT
001720     END-IF.
001721     IF W-NB-CONV < 200
001722        ADD 1 TO W-NB-CONV
001723        MOVE CV-COANAL-ANCIEN TO W-CV-ANCIEN (W-NB-CONV)
001724        MOVE CV-COANAL-NOUVEAU TO W-CV-NOUVEAU (W-NB-CONV)
001725        MOVE CV-DATE-EFFET TO W-CV-DATE-EFFET (W-NB-CONV)
001726     ELSE
001727        DISPLAY 'HZVA0001 - TABLE COA-CONV PLEINE (200) - '
001728            'ENTREE IGNOREE : ' CV-COANAL-ANCIEN
001729     END-IF.
001730 1510-EXIT.
001731     EXIT.
001740 2000-CUMULER-REALISE.
001750     OPEN INPUT SA-MOIS.
001760     IF NOT SA-MOIS-OK
001960     END-IF.
001970     MOVE SA-MOIS-ENREG (1:34) TO SA02-DETAIL.
001980     MOVE SA02-COANAL TO W-COANAL-COURANT.
001982     IF W-NB-CONV > ZERO
001984        PERFORM 3050-RETRAITER-COANAL THRU 3050-EXIT
001986     END-IF.
001990     MOVE SA02-MTLGC1 TO W-MONTANT-COURANT.
002000     MOVE 'R' TO W-COTE-COURANT.
002010     PERFORM 3000-CUMULER-COANAL THRU 3000-EXIT.
002250        GO TO 2510-EXIT
002260     END-IF.
002270     MOVE BU-COANAL TO W-COANAL-COURANT.
002272     IF W-NB-CONV > ZERO
002274        PERFORM 3050-RETRAITER-COANAL THRU 3050-EXIT
002276     END-IF.
002280     MOVE BU-MONTANT TO W-MONTANT-COURANT.
002290     MOVE 'B' TO W-COTE-COURANT.
002300     PERFORM 3000-CUMULER-COANAL THRU 3000-EXIT.
002430           PERFORM 3100-CREER-COANAL THRU 3100-EXIT
002440        WHEN W-CA-COANAL (W-IDX-CA) = W-COANAL-COURANT
002450           PERFORM 3200-AJOUTER-MONTANT THRU 3200-EXIT
002451     END-SEARCH.
002452 3000-EXIT.
002453     EXIT.
002454*****************************************************************
002455*    3050-RETRAITER-COANAL - ANCIEN CODE DONT LA CONVERSION EST
002456*    EN VIGUEUR A LA DATE DU JOUR : LE MONTANT EST CUMULE SOUS
002457*    LE NOUVEAU CODE, Y COMPRIS POUR UN MOIS ANTERIEUR A LA DATE
002458*    D'EFFET.
002459*****************************************************************
002460 3050-RETRAITER-COANAL.
002461     SET W-IDX-CV TO 1.
002462     SEARCH W-CV-ENTREE
002463        AT END
002464           CONTINUE
002465        WHEN W-IDX-CV > W-NB-CONV
002466           CONTINUE
002467        WHEN W-CV-ANCIEN (W-IDX-CV) = W-COANAL-COURANT
002468           AND W-CV-DATE-EFFET (W-IDX-CV) NOT > W-DATE-JOUR
002469           MOVE W-CV-NOUVEAU (W-IDX-CV) TO W-COANAL-COURANT
002470           ADD 1 TO W-NB-RETRAITES
002471     END-SEARCH.
002472 3050-EXIT.
002480     EXIT.
002490 3100-CREER-COANAL.
002500     IF W-NB-COANAL < 200
002940         INTO W-LIGNE-TRAVAIL
002950     END-STRING.
002960     MOVE W-LIGNE-TRAVAIL TO VA-RPRT-LIGNE.
002961     WRITE VA-RPRT-LIGNE.
002962     IF W-NB-RETRAITES > ZERO
002963        MOVE W-NB-RETRAITES TO W-NB-EDIT-L
002964        MOVE SPACES TO W-LIGNE-TRAVAIL
002965        STRING 'LIGNES RETRAITEES SOUS LES NOUVEAUX CODES : '
002966            DELIMITED BY SIZE
002967            W-NB-EDIT-L DELIMITED BY SIZE
002968            INTO W-LIGNE-TRAVAIL
002969        END-STRING
002970        MOVE W-LIGNE-TRAVAIL TO VA-RPRT-LIGNE
002971        WRITE VA-RPRT-LIGNE
002972     END-IF.
002980 7000-EXIT.
002990     EXIT.
003000 7100-EDITER-UN-CODE.
003390     DISPLAY 'HZVA0001 - CODES COMPARES : ' W-NB-EDIT.
003400     MOVE W-NB-HORS-TOLERANCE TO W-NB-EDIT.
003410     DISPLAY 'HZVA0001 - HORS TOLERANCE : ' W-NB-EDIT.
003413     MOVE W-NB-RETRAITES TO W-NB-EDIT-L.
003416     DISPLAY 'HZVA0001 - LIGNES RETRAITEES : ' W-NB-EDIT-L.
003420 8000-EXIT.
003430     EXIT.
