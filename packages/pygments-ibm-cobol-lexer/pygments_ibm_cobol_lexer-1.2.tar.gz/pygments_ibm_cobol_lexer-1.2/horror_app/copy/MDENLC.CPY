000010*****************************************************************
000020*    MDENLC   -  MOUVEMENT DE MANDAT SAISI EN LIGNE (ESDS       *
000030*    MDENLIG, ECRIT EN AJOUT PAR LA TRANSACTION HZMA, UNE LIGNE *
000040*    PAR CHANGEMENT APPLIQUE A MANDKS). C'EST A LA FOIS LE      *
000050*    JOURNAL DES CHANGEMENTS (QUI, QUAND, IMAGE AVANT ET IMAGE  *
000060*    APRES DU MANDAT, IMAGE AVANT A BLANC POUR UNE CREATION) ET *
000070*    LA FILE QUE HZPV0001 APPLIQUE A SA TABLE DES MANDATS ET QUE*
000080*    HZMD0001 REPORTE SUR MANDATS. LES IMAGES SE LISENT SELON   *
000090*    MANDATC. L'HORODATE (AAAAMMJJ + HHMMSSCC) CROIT DANS       *
000092*    L'ORDRE DE SAISIE : HZMD0001 NE REPORTE QUE LES LIGNES     *
000094*    POSTERIEURES A SON POINT MDPOINT (DESSIN MDPOINTC) ET      *
000096*    HZPV0001 N'APPLIQUE QUE CELLES-LA, JUSQU'A SON HEURE       *
000098*    LIMITE DE PRELEVEMENT.                                     *
000100*****************************************************************
000110 01  MD-ENLIGNE-ENREG.
000120     05  ML-HORODATE.
000122         10  ML-HORO-DATE        PIC 9(08).
000124         10  ML-HORO-HEURE       PIC 9(08).
000130     05  ML-USER-ID              PIC X(08).
000140     05  ML-ACTION               PIC X(01).
000150         88  ML-ACTION-POSE      VALUE 'A'.
000160         88  ML-ACTION-COMPTE    VALUE 'M'.
000170         88  ML-ACTION-SUSPENS   VALUE 'S'.
000180         88  ML-ACTION-REACTIVE  VALUE 'V'.
000190         88  ML-ACTION-REVOQUE   VALUE 'R'.
000200     05  ML-COADHF               PIC X(09).
000210     05  ML-IMAGE-AVANT          PIC X(54).
000220     05  ML-IMAGE-APRES.
000230         10  ML-AP-COADHF        PIC X(09).
000240         10  ML-AP-REF-COMPTE    PIC X(34).
000250         10  ML-AP-DATE-MANDAT   PIC 9(08).
000260         10  ML-AP-STATUT        PIC X(01).
000270         10  ML-AP-NB-ECHECS     PIC 9(02).
