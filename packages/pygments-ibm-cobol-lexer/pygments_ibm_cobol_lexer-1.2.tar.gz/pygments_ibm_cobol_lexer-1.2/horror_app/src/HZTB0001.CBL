000200*    DATE       AUTEUR  DESCRIPTION
000210*    --------   ------  -------------------------------------
000220*    02/09/2026 EBA     CREATION.
000223*    15/10/2026 EBA     ADH-MOIS : DATE D'ADHESION (AAAAMMJJ)
000226*                       EN FIN DE DESSIN, COMME ADH-NOUV.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000680     05  AN-COTRTO               PIC X(05).
000690     05  AN-COTNET               PIC S9(07)V99
000700                                 SIGN LEADING SEPARATE.
000705     05  AN-DATE-ADHESION        PIC 9(08).
000710*****************************************************************
000720*    RAD-MOIS - RADIATIONS DU MOIS, MEME DESSIN QUE RAD-DEM.
000730*****************************************************************
