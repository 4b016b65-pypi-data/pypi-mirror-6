000010*****************************************************************
000020*    HZAFM01  -  MAP SYMBOLIQUE DE LA MAP HZAFM1 (MAPSET        *
000030*    HZAFM01, TRANSACTION HZAF, PROGRAMME HZAF0001). RECOPIEE   *
000040*    ICI EN CLAIR, COMME HZIQM01, POUR RESTER LISIBLE PAR LES   *
000050*    OUTILS QUI N'ONT PAS L'ASSEMBLEUR BMS EN LIGNE. LES DIX    *
000060*    LIGNES DE SUSPENS SONT REGROUPEES SOUS UN OCCURS.          *
000070*****************************************************************
000080 01  HZAFM1I.
000090     05  FILLER                  PIC X(12).
000100     05  TRAL                    PIC S9(04) COMP.
000110     05  TRAF                    PIC X(01).
000120     05  TRAI                    PIC X(01).
000130     05  HZAF-LIGNE-G OCCURS 10 TIMES
000140             INDEXED BY HZAF-IDX-LIG.
000150         10  LIGL                PIC S9(04) COMP.
000160         10  LIGF                PIC X(01).
000170         10  LIGI                PIC X(76).
000180     05  LGNL                    PIC S9(04) COMP.
000190     05  LGNF                    PIC X(01).
000200     05  LGNI                    PIC X(02).
000210     05  NADL                    PIC S9(04) COMP.
000220     05  NADF                    PIC X(01).
000230     05  NADI                    PIC X(09).
000240     05  NFAL                    PIC S9(04) COMP.
000250     05  NFAF                    PIC X(01).
000260     05  NFAI                    PIC X(08).
000270     05  PAGL                    PIC S9(04) COMP.
000280     05  PAGF                    PIC X(01).
000290     05  PAGI                    PIC X(11).
000300     05  MSGL                    PIC S9(04) COMP.
000310     05  MSGF                    PIC X(01).
000320     05  MSGI                    PIC X(60).
000330 01  HZAFM1O REDEFINES HZAFM1I.
000340     05  FILLER                  PIC X(12).
000350     05  FILLER                  PIC X(02).
000360     05  TRAA                    PIC X(01).
000370     05  TRAO                    PIC X(01).
000380     05  HZAF-LIGNE-O-G OCCURS 10 TIMES
000390             INDEXED BY HZAF-IDX-LIG-O.
000400         10  FILLER              PIC X(02).
000410         10  LIGA                PIC X(01).
000420         10  LIGO                PIC X(76).
000430     05  FILLER                  PIC X(02).
000440     05  LGNA                    PIC X(01).
000450     05  LGNO                    PIC X(02).
000460     05  FILLER                  PIC X(02).
000470     05  NADA                    PIC X(01).
000480     05  NADO                    PIC X(09).
000490     05  FILLER                  PIC X(02).
000500     05  NFAA                    PIC X(01).
000510     05  NFAO                    PIC X(08).
000520     05  FILLER                  PIC X(02).
000530     05  PAGA                    PIC X(01).
000540     05  PAGO                    PIC X(11).
000550     05  FILLER                  PIC X(02).
000560     05  MSGA                    PIC X(01).
000570     05  MSGO                    PIC X(60).
