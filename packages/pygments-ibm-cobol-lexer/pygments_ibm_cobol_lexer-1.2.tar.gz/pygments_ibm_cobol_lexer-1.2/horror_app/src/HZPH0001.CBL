000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZPH0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. CODE PHONETIQUE D'UN NOM D'ADHERENT, COMMUN AU
000080     CHARGEMENT NOCTURNE DE L'INDEX ADHPHON (HZPX0001) ET A LA
000090     RECHERCHE EN LIGNE PAR NOM (HZRN0001) : LES DEUX COTES
000100     CODENT LE NOM DE LA MEME FACON, UNE VARIANTE D'ORTHOGRAPHE
000110     OU D'ACCENT RETROUVE DONC LA MEME ENTREE. LE NOM EST
000120     D'ABORD PASSE PAR LES CHAINES DE TRADUCTION CPT-TAB DE LA
000130     CHAINE (ACCENTS), MIS EN MAJUSCULES, SIMPLIFIE DES GROUPES
000140     DE LETTRES QUI SE PRONONCENT PAREIL, PUIS REDUIT A SA
000150     PREMIERE LETTRE SUIVIE DES CONSONNES NON REPETEES (DOUZE
000160     CARACTERES AU PLUS, CONSONNE FINALE MUETTE ECARTEE).
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
000280 DATA DIVISION.
000290 WORKING-STORAGE SECTION.
000300 01  W-NOM                       PIC X(30) VALUE SPACES.
000310 01  W-CARACTERE                 PIC X(01) VALUE SPACE.
000320     88  W-LETTRE                VALUE 'A' THRU 'Z'.
000330     88  W-VOYELLE               VALUE 'A' 'E' 'I' 'O' 'U'.
000340 01  W-PRECEDENT                 PIC X(01) VALUE SPACE.
000350 01  W-IDX                       PIC 9(02) COMP VALUE ZERO.
000360 01  W-LONG-CODE                 PIC 9(02) COMP VALUE ZERO.
000370 01  W-NB-ESPACES-FIN            PIC 9(02) COMP VALUE ZERO.
000380 01  W-DERNIERE-POSITION         PIC 9(02) COMP VALUE ZERO.
000390 01  W-MINUSCULES                PIC X(26) VALUE
000400     'abcdefghijklmnopqrstuvwxyz'.
000410 01  W-MAJUSCULES                PIC X(26) VALUE
000420     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000430 LINKAGE SECTION.
000440*****************************************************************
000450*    ZONE D'ECHANGE : LE NOM A CODER, LES CHAINES DE TRADUCTION
000460*    CPT-TAB (A ESPACES SI AUCUNE TRADUCTION) ET LE CODE RENDU
000470*    (A ESPACES SI LE NOM NE PORTE AUCUNE LETTRE).
000480*****************************************************************
000490 01  PH-PARMS.
000500     05  PH-NOM                  PIC X(30).
000510     05  PH-CPT-SOURCE           PIC X(94).
000520     05  PH-CPT-CIBLE            PIC X(94).
000530     05  PH-CODE                 PIC X(12).
000540 PROCEDURE DIVISION USING PH-PARMS.
000550 0000-MAINLINE.
000560     MOVE SPACES TO PH-CODE.
000570     MOVE ZERO TO W-LONG-CODE.
000580     MOVE SPACE TO W-PRECEDENT.
000590     MOVE PH-NOM TO W-NOM.
000600     IF PH-CPT-SOURCE NOT = SPACES
000610        INSPECT W-NOM CONVERTING PH-CPT-SOURCE TO PH-CPT-CIBLE
000620     END-IF.
000630     INSPECT W-NOM CONVERTING W-MINUSCULES TO W-MAJUSCULES.
000640     PERFORM 1000-SIMPLIFIER-GROUPES THRU 1000-EXIT.
000650     PERFORM 2000-ECARTER-FINALE-MUETTE THRU 2000-EXIT.
000660     PERFORM 3000-CODER-LETTRE THRU 3000-EXIT
000670        VARYING W-IDX FROM 1 BY 1
000680        UNTIL W-IDX > 30 OR W-LONG-CODE = 12.
000690 0000-RETOUR.
000700     GOBACK.
000710*****************************************************************
000720*    1000-SIMPLIFIER-GROUPES - GROUPES DE LETTRES DE MEME SON
000730*    RAMENES A UNE LETTRE (LE RESTE DU GROUPE PASSE A ESPACE ET
000740*    EST IGNORE AU CODAGE), PUIS LETTRES EQUIVALENTES
000750*    CONFONDUES ; LE H, MUET, EST ECARTE.
000760*****************************************************************
000770 1000-SIMPLIFIER-GROUPES.
000780     INSPECT W-NOM REPLACING ALL 'EAU' BY 'O  '.
000790     INSPECT W-NOM REPLACING ALL 'AU' BY 'O '
000800                             ALL 'OU' BY 'U '
000810                             ALL 'PH' BY 'F '
000820                             ALL 'QU' BY 'K '
000830                             ALL 'GU' BY 'G '
000840                             ALL 'CH' BY 'S '
000850                             ALL 'AI' BY 'E '
000860                             ALL 'EI' BY 'E '.
000870     INSPECT W-NOM REPLACING ALL 'CE' BY 'SE'
000880                             ALL 'CI' BY 'SI'
000890                             ALL 'CY' BY 'SI'
000900                             ALL 'GE' BY 'JE'
000910                             ALL 'GI' BY 'JI'.
000920     INSPECT W-NOM CONVERTING 'CQWYZH' TO 'KKVIS '.
000930 1000-EXIT.
000940     EXIT.
000950*****************************************************************
000960*    2000-ECARTER-FINALE-MUETTE - T, D, S OU X EN DERNIERE
000970*    POSITION NE SE PRONONCE PAS (DUPONT / DUPOND / DUPONS).
000980*    UN NOM D'UNE SEULE LETTRE EST LAISSE TEL QUEL.
000990*****************************************************************
001000 2000-ECARTER-FINALE-MUETTE.
001010     MOVE ZERO TO W-NB-ESPACES-FIN.
001020     INSPECT W-NOM TALLYING W-NB-ESPACES-FIN
001030         FOR TRAILING SPACE.
001040     COMPUTE W-DERNIERE-POSITION = 30 - W-NB-ESPACES-FIN.
001050     IF W-DERNIERE-POSITION < 2
001060        GO TO 2000-EXIT
001070     END-IF.
001080     IF W-NOM (W-DERNIERE-POSITION:1) = 'T' OR 'D' OR 'S' OR 'X'
001090        MOVE SPACE TO W-NOM (W-DERNIERE-POSITION:1)
001100     END-IF.
001110 2000-EXIT.
001120     EXIT.
001130*****************************************************************
001140*    3000-CODER-LETTRE - LA PREMIERE LETTRE EST GARDEE TELLE
001150*    QUELLE ; ENSUITE SEULES LES CONSONNES SONT RETENUES, UNE
001160*    CONSONNE DOUBLEE NE COMPTANT QU'UNE FOIS. ESPACES,
001170*    TRAITS D'UNION ET APOSTROPHES SONT IGNORES.
001180*****************************************************************
001190 3000-CODER-LETTRE.
001200     MOVE W-NOM (W-IDX:1) TO W-CARACTERE.
001210     IF NOT W-LETTRE
001220        GO TO 3000-EXIT
001230     END-IF.
001240     IF W-LONG-CODE = ZERO
001250        ADD 1 TO W-LONG-CODE
001260        MOVE W-CARACTERE TO PH-CODE (W-LONG-CODE:1)
001270        MOVE W-CARACTERE TO W-PRECEDENT
001280        GO TO 3000-EXIT
001290     END-IF.
001300     IF W-VOYELLE OR W-CARACTERE = W-PRECEDENT
001310        MOVE W-CARACTERE TO W-PRECEDENT
001320        GO TO 3000-EXIT
001330     END-IF.
001340     ADD 1 TO W-LONG-CODE.
001350     MOVE W-CARACTERE TO PH-CODE (W-LONG-CODE:1).
001360     MOVE W-CARACTERE TO W-PRECEDENT.
001370 3000-EXIT.
001380     EXIT.
