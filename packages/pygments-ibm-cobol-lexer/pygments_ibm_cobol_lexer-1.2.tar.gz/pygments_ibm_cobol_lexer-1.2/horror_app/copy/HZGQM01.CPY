000010*****************************************************************
000020*    HZGQM01  -  MAP SYMBOLIQUE DE LA MAP HZGQM1 (MAPSET        *
000030*    HZGQM01, TRANSACTION HZGQ, PROGRAMME HZGQ0001). RECOPIEE   *
000040*    ICI EN CLAIR COMME HZIQM01. LES DIX LIGNES D'ECRITURES     *
000050*    SONT REGROUPEES SOUS UN OCCURS.                            *
000060*****************************************************************
000070 01  HZGQM1I.
000080     05  FILLER                  PIC X(12).
000090     05  CPTEL                   PIC S9(04) COMP.
000100     05  CPTEF                   PIC X(01).
000110     05  CPTEI                   PIC X(10).
000120     05  DDEBL                   PIC S9(04) COMP.
000130     05  DDEBF                   PIC X(01).
000140     05  DDEBI                   PIC X(08).
000150     05  DFINL                   PIC S9(04) COMP.
000160     05  DFINF                   PIC X(01).
000170     05  DFINI                   PIC X(08).
000180     05  OUVL                    PIC S9(04) COMP.
000190     05  OUVF                    PIC X(01).
000200     05  OUVI                    PIC X(76).
000210     05  HZGQ-LIGNE-G OCCURS 10 TIMES
000220             INDEXED BY HZGQ-IDX-LIG.
000230         10  LIGL                PIC S9(04) COMP.
000240         10  LIGF                PIC X(01).
000250         10  LIGI                PIC X(76).
000260     05  PAGL                    PIC S9(04) COMP.
000270     05  PAGF                    PIC X(01).
000280     05  PAGI                    PIC X(11).
000290     05  MSGL                    PIC S9(04) COMP.
000300     05  MSGF                    PIC X(01).
000310     05  MSGI                    PIC X(60).
000320 01  HZGQM1O REDEFINES HZGQM1I.
000330     05  FILLER                  PIC X(12).
000340     05  FILLER                  PIC X(02).
000350     05  CPTEA                   PIC X(01).
000360     05  CPTEO                   PIC X(10).
000370     05  FILLER                  PIC X(02).
000380     05  DDEBA                   PIC X(01).
000390     05  DDEBO                   PIC X(08).
000400     05  FILLER                  PIC X(02).
000410     05  DFINA                   PIC X(01).
000420     05  DFINO                   PIC X(08).
000430     05  FILLER                  PIC X(02).
000440     05  OUVA                    PIC X(01).
000450     05  OUVO                    PIC X(76).
000460     05  HZGQ-LIGNE-O-G OCCURS 10 TIMES
000470             INDEXED BY HZGQ-IDX-LIG-O.
000480         10  FILLER              PIC X(02).
000490         10  LIGA                PIC X(01).
000500         10  LIGO                PIC X(76).
000510     05  FILLER                  PIC X(02).
000520     05  PAGA                    PIC X(01).
000530     05  PAGO                    PIC X(11).
000540     05  FILLER                  PIC X(02).
000550     05  MSGA                    PIC X(01).
000560     05  MSGO                    PIC X(60).
