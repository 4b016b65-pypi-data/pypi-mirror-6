000260*    DATE       AUTEUR  DESCRIPTION
000270*    --------   ------  -------------------------------------
000280*    02/09/2026 EBA     CREATION.
000281*    15/10/2026 EBA     QTE-SRC : PERIODE DE REFERENCE (AAAAMM)
000282*                       ET DATE DE RECEPTION (AAAAMMJJ) EN FIN
000283*                       DE DESSIN.
000284*    15/10/2026 EBA     ADH-NOUV : DATE D'ADHESION (AAAAMMJJ)
000285*                       EN FIN DE DESSIN (72 OCTETS).
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000960 01  QTE-SRC-LIGNE.
000970     05  QS-CLE                  PIC X(08).
000980     05  QS-QTE-BRUTE            PIC X(06).
000983     05  QS-PERIODE              PIC X(06).
000986     05  QS-DATE-RECEPTION       PIC X(08).
000990 FD  ADH-NOUV
001000     LABEL RECORD STANDARD
001010     DATA RECORD ADH-NOUV-LIGNE.
001070     05  AN-COTRTO               PIC X(05).
001080     05  AN-COTNET               PIC S9(07)V99
001090                                 SIGN LEADING SEPARATE.
001095     05  AN-DATE-ADHESION        PIC 9(08).
001100 FD  RAD-DEM
001110     LABEL RECORD STANDARD
001120     DATA RECORD RAD-DEM-LIGNE.
001230 FD  TD-QTE
001240     LABEL RECORD STANDARD
001250     DATA RECORD TD-QTE-LIGNE.
001260 01  TD-QTE-LIGNE                PIC X(28).
001270 FD  TD-ADH
001280     LABEL RECORD STANDARD
001290     DATA RECORD TD-ADH-LIGNE.
001300 01  TD-ADH-LIGNE                PIC X(72).
001310 FD  TD-RAD
001320     LABEL RECORD STANDARD
001330     DATA RECORD TD-RAD-LIGNE.
002010 01  W-COADHF-PRECEDENT          PIC X(09) VALUE LOW-VALUES.
002020 01  W-CLE-QTE-ASSIMILEE         PIC X(09) VALUE SPACES.
002030 01  W-IMAGE-FGS                 PIC X(90).
002040 01  W-IMAGE-ADH                 PIC X(72).
002050 01  W-IMAGE-RAD                 PIC X(32).
002060 01  W-IMAGE-QTE                 PIC X(28).
002070 01  W-NB-FGS-EXTRAITS           PIC 9(07) COMP VALUE ZERO.
002080 01  W-NB-QTE-EXTRAITES          PIC 9(07) COMP VALUE ZERO.
002090 01  W-NB-ADH-EXTRAITS           PIC 9(07) COMP VALUE ZERO.
