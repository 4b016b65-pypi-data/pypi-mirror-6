000010*****************************************************************
000020*    HZSIM01  -  MAP SYMBOLIQUE DE LA MAP HZSIM1 (MAPSET        *
000030*    HZSIM01, TRANSACTION HZSI, PROGRAMME HZSI0001). RECOPIEE   *
000040*    ICI EN CLAIR, COMME HZIQM01, POUR RESTER LISIBLE PAR LES   *
000050*    OUTILS QUI N'ONT PAS L'ASSEMBLEUR BMS EN LIGNE. LES HUIT   *
000060*    LIGNES DE FACTURES SONT REGROUPEES SOUS UN OCCURS.         *
000070*****************************************************************
000080 01  HZSIM1I.
000090     05  FILLER                  PIC X(12).
000100     05  ADHL                    PIC S9(04) COMP.
000110     05  ADHF                    PIC X(01).
000120     05  ADHI                    PIC X(09).
000130     05  NOML                    PIC S9(04) COMP.
000140     05  NOMF                    PIC X(01).
000150     05  NOMI                    PIC X(30).
000160     05  STAL                    PIC S9(04) COMP.
000170     05  STAF                    PIC X(01).
000180     05  STAI                    PIC X(06).
000190     05  LNGL                    PIC S9(04) COMP.
000200     05  LNGF                    PIC X(01).
000210     05  LNGI                    PIC X(02).
000220     05  ADRL                    PIC S9(04) COMP.
000230     05  ADRF                    PIC X(01).
000240     05  ADRI                    PIC X(30).
000250     05  CPOL                    PIC S9(04) COMP.
000260     05  CPOF                    PIC X(01).
000270     05  CPOI                    PIC X(05).
000280     05  VILL                    PIC S9(04) COMP.
000290     05  VILF                    PIC X(01).
000300     05  VILI                    PIC X(20).
000310     05  MDSL                    PIC S9(04) COMP.
000320     05  MDSF                    PIC X(01).
000330     05  MDSI                    PIC X(10).
000340     05  NBEL                    PIC S9(04) COMP.
000350     05  NBEF                    PIC X(01).
000360     05  NBEI                    PIC X(02).
000370     05  RLCL                    PIC S9(04) COMP.
000380     05  RLCF                    PIC X(01).
000390     05  RLCI                    PIC X(40).
000400     05  ECOL                    PIC S9(04) COMP.
000410     05  ECOF                    PIC X(01).
000420     05  ECOI                    PIC X(60).
000430     05  ENCL                    PIC S9(04) COMP.
000440     05  ENCF                    PIC X(01).
000450     05  ENCI                    PIC X(60).
000460     05  HZSI-LIGNE-G OCCURS 8 TIMES
000470             INDEXED BY HZSI-IDX-LIG.
000480         10  LIGL                PIC S9(04) COMP.
000490         10  LIGF                PIC X(01).
000500         10  LIGI                PIC X(76).
000510     05  PAGL                    PIC S9(04) COMP.
000520     05  PAGF                    PIC X(01).
000530     05  PAGI                    PIC X(11).
000540     05  MSGL                    PIC S9(04) COMP.
000550     05  MSGF                    PIC X(01).
000560     05  MSGI                    PIC X(60).
000570 01  HZSIM1O REDEFINES HZSIM1I.
000580     05  FILLER                  PIC X(12).
000590     05  FILLER                  PIC X(02).
000600     05  ADHA                    PIC X(01).
000610     05  ADHO                    PIC X(09).
000620     05  FILLER                  PIC X(02).
000630     05  NOMA                    PIC X(01).
000640     05  NOMO                    PIC X(30).
000650     05  FILLER                  PIC X(02).
000660     05  STAA                    PIC X(01).
000670     05  STAO                    PIC X(06).
000680     05  FILLER                  PIC X(02).
000690     05  LNGA                    PIC X(01).
000700     05  LNGO                    PIC X(02).
000710     05  FILLER                  PIC X(02).
000720     05  ADRA                    PIC X(01).
000730     05  ADRO                    PIC X(30).
000740     05  FILLER                  PIC X(02).
000750     05  CPOA                    PIC X(01).
000760     05  CPOO                    PIC X(05).
000770     05  FILLER                  PIC X(02).
000780     05  VILA                    PIC X(01).
000790     05  VILO                    PIC X(20).
000800     05  FILLER                  PIC X(02).
000810     05  MDSA                    PIC X(01).
000820     05  MDSO                    PIC X(10).
000830     05  FILLER                  PIC X(02).
000840     05  NBEA                    PIC X(01).
000850     05  NBEO                    PIC X(02).
000860     05  FILLER                  PIC X(02).
000870     05  RLCA                    PIC X(01).
000880     05  RLCO                    PIC X(40).
000890     05  FILLER                  PIC X(02).
000900     05  ECOA                    PIC X(01).
000910     05  ECOO                    PIC X(60).
000920     05  FILLER                  PIC X(02).
000930     05  ENCA                    PIC X(01).
000940     05  ENCO                    PIC X(60).
000950     05  HZSI-LIGNE-O-G OCCURS 8 TIMES
000960             INDEXED BY HZSI-IDX-LIG-O.
000970         10  FILLER              PIC X(02).
000980         10  LIGA                PIC X(01).
000990         10  LIGO                PIC X(76).
001000     05  FILLER                  PIC X(02).
001010     05  PAGA                    PIC X(01).
001020     05  PAGO                    PIC X(11).
001030     05  FILLER                  PIC X(02).
001040     05  MSGA                    PIC X(01).
001050     05  MSGO                    PIC X(60).
