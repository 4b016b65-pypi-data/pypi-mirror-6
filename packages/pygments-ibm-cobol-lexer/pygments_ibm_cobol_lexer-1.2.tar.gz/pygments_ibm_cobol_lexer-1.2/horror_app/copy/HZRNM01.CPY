000010*****************************************************************
000020*    HZRNM01  -  MAP SYMBOLIQUE DE LA MAP HZRNM1 (MAPSET        *
000030*    HZRNM01, TRANSACTION HZRN, PROGRAMME HZRN0001). RECOPIEE   *
000040*    ICI EN CLAIR, COMME SQLCA, POUR RESTER LISIBLE PAR LES     *
000050*    OUTILS QUI N'ONT PAS L'ASSEMBLEUR BMS EN LIGNE. LES DIX    *
000060*    LIGNES DE RESULTAT SONT REGROUPEES SOUS UN OCCURS. LA ZONE *
000070*    LGN DESIGNE LA LIGNE DONT PFK5 OUVRE LA CONSULTATION HZIQ. *
000080*****************************************************************
000090 01  HZRNM1I.
000100     05  FILLER                  PIC X(12).
000110     05  NOML                    PIC S9(04) COMP.
000120     05  NOMF                    PIC X(01).
000130     05  NOMI                    PIC X(30).
000140     05  CPOL                    PIC S9(04) COMP.
000150     05  CPOF                    PIC X(01).
000160     05  CPOI                    PIC X(05).
000170     05  VILL                    PIC S9(04) COMP.
000180     05  VILF                    PIC X(01).
000190     05  VILI                    PIC X(20).
000200     05  HZRN-LIGNE-G OCCURS 10 TIMES
000210             INDEXED BY HZRN-IDX-LIG.
000220         10  LIGL                PIC S9(04) COMP.
000230         10  LIGF                PIC X(01).
000240         10  LIGI                PIC X(76).
000250     05  PAGL                    PIC S9(04) COMP.
000260     05  PAGF                    PIC X(01).
000270     05  PAGI                    PIC X(11).
000280     05  LGNL                    PIC S9(04) COMP.
000290     05  LGNF                    PIC X(01).
000300     05  LGNI                    PIC X(02).
000310     05  MSGL                    PIC S9(04) COMP.
000320     05  MSGF                    PIC X(01).
000330     05  MSGI                    PIC X(60).
000340 01  HZRNM1O REDEFINES HZRNM1I.
000350     05  FILLER                  PIC X(12).
000360     05  FILLER                  PIC X(02).
000370     05  NOMA                    PIC X(01).
000380     05  NOMO                    PIC X(30).
000390     05  FILLER                  PIC X(02).
000400     05  CPOA                    PIC X(01).
000410     05  CPOO                    PIC X(05).
000420     05  FILLER                  PIC X(02).
000430     05  VILA                    PIC X(01).
000440     05  VILO                    PIC X(20).
000450     05  HZRN-LIGNE-O-G OCCURS 10 TIMES
000460             INDEXED BY HZRN-IDX-LIG-O.
000470         10  FILLER              PIC X(02).
000480         10  LIGA                PIC X(01).
000490         10  LIGO                PIC X(76).
000500     05  FILLER                  PIC X(02).
000510     05  PAGA                    PIC X(01).
000520     05  PAGO                    PIC X(11).
000530     05  FILLER                  PIC X(02).
000540     05  LGNA                    PIC X(01).
000550     05  LGNO                    PIC X(02).
000560     05  FILLER                  PIC X(02).
000570     05  MSGA                    PIC X(01).
000580     05  MSGO                    PIC X(60).
