000010*****************************************************************
000020*    HZMAM01  -  MAP SYMBOLIQUE DE LA MAP HZMAM1 (MAPSET        *
000030*    HZMAM01, TRANSACTION HZMA, PROGRAMME HZMA0001). RECOPIEE   *
000040*    ICI EN CLAIR, COMME HZIQM01, POUR RESTER LISIBLE PAR LES   *
000050*    OUTILS QUI N'ONT PAS L'ASSEMBLEUR BMS EN LIGNE.            *
000060*****************************************************************
000070 01  HZMAM1I.
000080     05  FILLER                  PIC X(12).
000090     05  ADHL                    PIC S9(04) COMP.
000100     05  ADHF                    PIC X(01).
000110     05  ADHI                    PIC X(09).
000120     05  STAL                    PIC S9(04) COMP.
000130     05  STAF                    PIC X(01).
000140     05  STAI                    PIC X(01).
000150     05  NBEL                    PIC S9(04) COMP.
000160     05  NBEF                    PIC X(01).
000170     05  NBEI                    PIC X(02).
000180     05  CPTL                    PIC S9(04) COMP.
000190     05  CPTF                    PIC X(01).
000200     05  CPTI                    PIC X(34).
000210     05  DTML                    PIC S9(04) COMP.
000220     05  DTMF                    PIC X(01).
000230     05  DTMI                    PIC X(08).
000240     05  ACTL                    PIC S9(04) COMP.
000250     05  ACTF                    PIC X(01).
000260     05  ACTI                    PIC X(01).
000270     05  MSGL                    PIC S9(04) COMP.
000280     05  MSGF                    PIC X(01).
000290     05  MSGI                    PIC X(60).
000300 01  HZMAM1O REDEFINES HZMAM1I.
000310     05  FILLER                  PIC X(12).
000320     05  FILLER                  PIC X(02).
000330     05  ADHA                    PIC X(01).
000340     05  ADHO                    PIC X(09).
000350     05  FILLER                  PIC X(02).
000360     05  STAA                    PIC X(01).
000370     05  STAO                    PIC X(01).
000380     05  FILLER                  PIC X(02).
000390     05  NBEA                    PIC X(01).
000400     05  NBEO                    PIC X(02).
000410     05  FILLER                  PIC X(02).
000420     05  CPTA                    PIC X(01).
000430     05  CPTO                    PIC X(34).
000440     05  FILLER                  PIC X(02).
000450     05  DTMA                    PIC X(01).
000460     05  DTMO                    PIC X(08).
000470     05  FILLER                  PIC X(02).
000480     05  ACTA                    PIC X(01).
000490     05  ACTO                    PIC X(01).
000500     05  FILLER                  PIC X(02).
000510     05  MSGA                    PIC X(01).
000520     05  MSGO                    PIC X(60).
