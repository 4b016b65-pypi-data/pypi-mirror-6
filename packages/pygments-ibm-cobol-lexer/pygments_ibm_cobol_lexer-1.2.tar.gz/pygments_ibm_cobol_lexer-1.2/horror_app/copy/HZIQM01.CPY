000030*    HZIQM01, TRANSACTION HZIQ, PROGRAMME HZIQ0001). RECOPIEE   *
000040*    ICI EN CLAIR, COMME SQLCA, POUR RESTER LISIBLE PAR LES     *
000050*    OUTILS QUI N'ONT PAS L'ASSEMBLEUR BMS EN LIGNE. LES DIX    *
000056*    LIGNES DE DETAIL SONT REGROUPEES SOUS UN OCCURS. LA ZONE   *
000062*    LGN DESIGNE LA LIGNE DONT PFK5 AFFICHE L'HISTORIQUE.       *
000070*****************************************************************
000080 01  HZIQM1I.
000090     05  FILLER                  PIC X(12).
000180     05  PAGL                    PIC S9(04) COMP.
000190     05  PAGF                    PIC X(01).
000200     05  PAGI                    PIC X(11).
000202     05  LGNL                    PIC S9(04) COMP.
000204     05  LGNF                    PIC X(01).
000206     05  LGNI                    PIC X(02).
000210     05  MSGL                    PIC S9(04) COMP.
000220     05  MSGF                    PIC X(01).
000230     05  MSGI                    PIC X(60).
000350     05  PAGA                    PIC X(01).
000360     05  PAGO                    PIC X(11).
000370     05  FILLER                  PIC X(02).
000372     05  LGNA                    PIC X(01).
000374     05  LGNO                    PIC X(02).
000376     05  FILLER                  PIC X(02).
000380     05  MSGA                    PIC X(01).
000390     05  MSGO                    PIC X(60).
