000220*    DATE       AUTEUR  DESCRIPTION
000230*    --------   ------  -------------------------------------
000240*    02/09/2026 EBA     CREATION.
000241*    15/10/2026 EBA     QTE-SRC : PERIODE DE REFERENCE (AAAAMM)
000242*                       ET DATE DE RECEPTION (AAAAMMJJ) EN FIN
000243*                       DE DESSIN.
000244*    15/10/2026 EBA     ADH-NOUV : DATE D'ADHESION (AAAAMMJJ)
000245*                       EN FIN DE DESSIN (72 OCTETS).
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000790 01  QTE-SRC-LIGNE.
000800     05  QS-CLE                  PIC X(08).
000810     05  QS-QTE-BRUTE            PIC X(06).
000813     05  QS-PERIODE              PIC X(06).
000816     05  QS-DATE-RECEPTION       PIC X(08).
000820 FD  RAD-DEM
000830     LABEL RECORD STANDARD
000840     DATA RECORD RAD-DEM-LIGNE.
000990     05  AN-COTRTO               PIC X(05).
001000     05  AN-COTNET               PIC S9(07)V99
001010                                 SIGN LEADING SEPARATE.
001015     05  AN-DATE-ADHESION        PIC 9(08).
001020 FD  ADH-REQ
001030     LABEL RECORD STANDARD
001040     DATA RECORD ADH-REQ-LIGNE.
