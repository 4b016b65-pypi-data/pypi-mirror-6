000010*****************************************************************
000020*    HZHIM01  -  MAP SYMBOLIQUE DE LA MAP HZHIM1 (MAPSET        *
000030*    HZHIM01, TRANSACTION HZHI, PROGRAMME HZHI0001). RECOPIEE   *
000040*    ICI EN CLAIR, COMME HZIQM01. LES DOUZE LIGNES DE DETAIL    *
000050*    SONT REGROUPEES SOUS UN OCCURS.                            *
000060*****************************************************************
000070 01  HZHIM1I.
000080     05  FILLER                  PIC X(12).
000090     05  CLEL                    PIC S9(04) COMP.
000100     05  CLEF                    PIC X(01).
000110     05  CLEI                    PIC X(12).
000120     05  HZHI-LIGNE-G OCCURS 12 TIMES
000130             INDEXED BY HZHI-IDX-LIG.
000140         10  LIGL                PIC S9(04) COMP.
000150         10  LIGF                PIC X(01).
000160         10  LIGI                PIC X(76).
000170     05  PAGL                    PIC S9(04) COMP.
000180     05  PAGF                    PIC X(01).
000190     05  PAGI                    PIC X(11).
000200     05  MSGL                    PIC S9(04) COMP.
000210     05  MSGF                    PIC X(01).
000220     05  MSGI                    PIC X(60).
000230 01  HZHIM1O REDEFINES HZHIM1I.
000240     05  FILLER                  PIC X(12).
000250     05  FILLER                  PIC X(02).
000260     05  CLEA                    PIC X(01).
000270     05  CLEO                    PIC X(12).
000280     05  HZHI-LIGNE-O-G OCCURS 12 TIMES
000290             INDEXED BY HZHI-IDX-LIG-O.
000300         10  FILLER              PIC X(02).
000310         10  LIGA                PIC X(01).
000320         10  LIGO                PIC X(76).
000330     05  FILLER                  PIC X(02).
000340     05  PAGA                    PIC X(01).
000350     05  PAGO                    PIC X(11).
000360     05  FILLER                  PIC X(02).
000370     05  MSGA                    PIC X(01).
000380     05  MSGO                    PIC X(60).
