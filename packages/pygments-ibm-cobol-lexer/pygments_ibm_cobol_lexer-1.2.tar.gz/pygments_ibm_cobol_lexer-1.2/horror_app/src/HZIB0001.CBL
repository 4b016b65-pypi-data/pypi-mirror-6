000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZIB0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. CONTROLE DE FORMAT DE LA REFERENCE DE COMPTE D'UN
000080     MANDAT (TYPE IBAN), COMMUN A LA TENUE BATCH HZMD0001 ET A
000090     LA TRANSACTION EN LIGNE HZMA0001 : CODE PAYS SUR DEUX
000100     LETTRES, DEUX CHIFFRES DE CLE, PUIS LETTRES MAJUSCULES ET
000110     CHIFFRES SANS BLANC INTERCALAIRE, QUINZE A TRENTE-QUATRE
000120     CARACTERES, CADRES A GAUCHE. LA CLE EST VERIFIEE MODULO 97
000130     (LES QUATRE PREMIERS CARACTERES REPORTES EN FIN, CHAQUE
000140     LETTRE VALANT 10 A 35, LE RESTE DOIT ETRE 1).
000150*****************************************************************
000160*    HISTORIQUE DES MODIFICATIONS
000170*    --------------------------------------------------------
000180*    DATE       AUTEUR  DESCRIPTION
000190*    --------   ------  -------------------------------------
000200*    15/10/2026 EBA     CREATION.
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-370.
000250 OBJECT-COMPUTER. IBM-370.
000260 DATA DIVISION.
000270 WORKING-STORAGE SECTION.
000280*****************************************************************
000290*    LETTRES : LE RANG DANS LA TABLE PLUS NEUF DONNE LA VALEUR
000300*    NUMERIQUE DE LA LETTRE DANS LE CALCUL DE LA CLE.
000310*****************************************************************
000320 01  W-LETTRES-CONNUES.
000330     05  FILLER PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000340 01  W-TAB-LETTRES REDEFINES W-LETTRES-CONNUES.
000350     05  W-LT-LETTRE OCCURS 26 TIMES
000360             INDEXED BY W-IDX-LT PIC X(01).
000370 01  W-CARACTERE                 PIC X(01) VALUE SPACE.
000380 01  W-CHIFFRE                   PIC 9(01) VALUE ZERO.
000390 01  W-VALEUR                    PIC 9(02) VALUE ZERO.
000400 01  W-CUMUL                     PIC 9(05) VALUE ZERO.
000410 01  W-RESTE                     PIC 9(02) VALUE ZERO.
000420 01  W-QUOTIENT                  PIC 9(05) VALUE ZERO.
000430 01  W-RANG-LETTRE               PIC 9(02) VALUE ZERO.
000440 01  W-IDX                       PIC 9(02) COMP VALUE ZERO.
000450 01  W-LONGUEUR                  PIC 9(02) COMP VALUE ZERO.
000460 01  W-FORMAT-SW                 PIC X VALUE 'O'.
000470     88  FORMAT-CORRECT          VALUE 'O'.
000480 01  W-BLANC-VU-SW               PIC X VALUE 'N'.
000490     88  BLANC-VU                VALUE 'O'.
000500 LINKAGE SECTION.
000510*****************************************************************
000520*    ZONE D'ECHANGE : LA REFERENCE A CONTROLER ET LE VERDICT
000530*    ('O' REFERENCE CORRECTE, 'N' FORMAT OU CLE FAUSSE).
000540*****************************************************************
000550 01  IB-PARMS.
000560     05  IB-REF-COMPTE           PIC X(34).
000570     05  IB-RESULTAT             PIC X(01).
000580 PROCEDURE DIVISION USING IB-PARMS.
000590 0000-MAINLINE.
000600     MOVE 'N' TO IB-RESULTAT.
000610     MOVE 'O' TO W-FORMAT-SW.
000620     MOVE 'N' TO W-BLANC-VU-SW.
000630     MOVE ZERO TO W-LONGUEUR.
000640     PERFORM 1000-CONTROLER-CARACTERE THRU 1000-EXIT
000650        VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 34.
000660     IF NOT FORMAT-CORRECT
000670        OR W-LONGUEUR < 15
000680        GO TO 0000-RETOUR
000690     END-IF.
000700     IF IB-REF-COMPTE (1:2) NOT ALPHABETIC-UPPER
000710        OR IB-REF-COMPTE (3:2) NOT NUMERIC
000720        GO TO 0000-RETOUR
000730     END-IF.
000740*****************************************************************
000750*    CLE MODULO 97 : LE RESTE EST CONDUIT CARACTERE PAR
000760*    CARACTERE, DU CINQUIEME AU DERNIER PUIS DES QUATRE
000770*    PREMIERS, SANS JAMAIS FORMER LE GRAND NOMBRE.
000780*****************************************************************
000790     MOVE ZERO TO W-RESTE.
000800     PERFORM 2000-CUMULER-CARACTERE THRU 2000-EXIT
000810        VARYING W-IDX FROM 5 BY 1 UNTIL W-IDX > W-LONGUEUR.
000820     PERFORM 2000-CUMULER-CARACTERE THRU 2000-EXIT
000830        VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 4.
000840     IF W-RESTE = 1
000850        MOVE 'O' TO IB-RESULTAT
000860     END-IF.
000870 0000-RETOUR.
000880     GOBACK.
000890*****************************************************************
000900*    1000-CONTROLER-CARACTERE - CHIFFRE OU LETTRE MAJUSCULE
000910*    JUSQU'AU PREMIER BLANC, BLANCS SEULEMENT ENSUITE. LA
000920*    LONGUEUR UTILE EST LE RANG DU DERNIER CARACTERE NON BLANC.
000930*****************************************************************
000940 1000-CONTROLER-CARACTERE.
000950     MOVE IB-REF-COMPTE (W-IDX:1) TO W-CARACTERE.
000960     IF W-CARACTERE = SPACE
000970        MOVE 'O' TO W-BLANC-VU-SW
000980        GO TO 1000-EXIT
000990     END-IF.
001000     IF BLANC-VU
001010        MOVE 'N' TO W-FORMAT-SW
001020        GO TO 1000-EXIT
001030     END-IF.
001040     IF W-CARACTERE NOT NUMERIC
001050        AND W-CARACTERE NOT ALPHABETIC-UPPER
001060        MOVE 'N' TO W-FORMAT-SW
001070        GO TO 1000-EXIT
001080     END-IF.
001090     MOVE W-IDX TO W-LONGUEUR.
001100 1000-EXIT.
001110     EXIT.
001120*****************************************************************
001130*    2000-CUMULER-CARACTERE - UN CHIFFRE DECALE LE RESTE D'UN
001140*    RANG, UNE LETTRE (DEUX CHIFFRES, 10 A 35) DE DEUX RANGS.
001150*****************************************************************
001160 2000-CUMULER-CARACTERE.
001170     MOVE IB-REF-COMPTE (W-IDX:1) TO W-CARACTERE.
001180     IF W-CARACTERE NUMERIC
001190        MOVE W-CARACTERE TO W-CHIFFRE
001200        COMPUTE W-CUMUL = W-RESTE * 10 + W-CHIFFRE
001210     ELSE
001220        SET W-IDX-LT TO 1
001230        SEARCH W-LT-LETTRE
001240           AT END
001250              MOVE ZERO TO W-RANG-LETTRE
001260           WHEN W-LT-LETTRE (W-IDX-LT) = W-CARACTERE
001270              SET W-RANG-LETTRE TO W-IDX-LT
001280        END-SEARCH
001290        COMPUTE W-VALEUR = W-RANG-LETTRE + 9
001300        COMPUTE W-CUMUL = W-RESTE * 100 + W-VALEUR
001310     END-IF.
001320     DIVIDE W-CUMUL BY 97
001330        GIVING W-QUOTIENT
001340        REMAINDER W-RESTE.
001350 2000-EXIT.
001360     EXIT.
