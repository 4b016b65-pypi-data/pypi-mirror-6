000010*****************************************************************
000020*    FGSHISC  -  HISTORIQUE FFFFFGS CONSULTABLE EN LIGNE (KSDS  *
000030*    FGSHIST), DATA RECORD FGS-HIST-ENREG. CHARGE PAR HZJH0001  *
000040*    A PARTIR DU JOURNAL D'IMAGES AVANT FGS-JRNL, PARCOURU PAR  *
000050*    LA TRANSACTION HZHI (HZHI0001). LA CLE REGROUPE LES TRACES *
000060*    D'UNE MEME FFFFFGS-CLE DANS L'ORDRE CHRONOLOGIQUE ; LE     *
000070*    RANG DE LECTURE DU JOURNAL DEPARTAGE DEUX TRACES DE MEME   *
000080*    HORODATE. FH-IMAGE-AVANT SE LIT SELON FFFFFFGS.            *
000090*****************************************************************
000100 01  FGS-HIST-ENREG.
000110     05  FH-CLE-HIST.
000120         10  FH-CLE              PIC X(12).
000130         10  FH-HORODATE         PIC X(15).
000140         10  FH-RANG             PIC 9(09).
000150     05  FH-JOB-NAME             PIC X(08).
000160     05  FH-TYPE                 PIC X(01).
000170         88  FH-CREATION         VALUE 'C'.
000180         88  FH-MODIFICATION     VALUE 'M'.
000190         88  FH-SUPPRESSION      VALUE 'S'.
000200     05  FH-IMAGE-AVANT          PIC X(90).
