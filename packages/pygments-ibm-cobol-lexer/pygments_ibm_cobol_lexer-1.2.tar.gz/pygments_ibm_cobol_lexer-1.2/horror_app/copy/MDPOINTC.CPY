000010*****************************************************************
000020*    MDPOINTC -  POINT DE REPORT DES CHANGEMENTS DE MANDAT      *
000030*    SAISIS EN LIGNE (FICHIER MDPOINT, UN SEUL ENREGISTREMENT). *
000040*    REECRIT PAR HZMD0001 EN FIN DE TRAITEMENT AVEC L'HORODATE  *
000050*    DE LA DERNIERE LIGNE MDENLIG REPORTEE SUR MANDATS ; LU PAR *
000060*    HZPV0001, QUI N'APPLIQUE A SA TABLE QUE LES LIGNES         *
000070*    POSTERIEURES (ABSENTES DE MANDATS). MEME PRINCIPE QUE LE   *
000080*    COMPTEUR FC-CPT DE HZFC0001.                               *
000090*****************************************************************
000100 01  MD-POINT-ENREG.
000110     05  MP-HORODATE.
000120         10  MP-HORO-DATE        PIC 9(08).
000130         10  MP-HORO-HEURE       PIC 9(08).
000140     05  MP-DATE-PASSAGE         PIC 9(08).
000150     05  MP-NB-REPORTES          PIC 9(07).
000160     05  FILLER                  PIC X(09).
