000010*****************************************************************
000020*    MANDATC  -  DESSIN D'ENREGISTREMENT D'UN MANDAT DE         *
000030*    PRELEVEMENT, UN MANDAT PAR ADHERENT : TABLE SEQUENTIELLE   *
000040*    MANDATS TENUE PAR HZMD0001, ET SA COPIE KSDS MANDKS (CLE   *
000050*    MD-COADHF) RECHARGEE CHAQUE NUIT PAR HZMK0001 ET TENUE EN  *
000060*    LIGNE PAR LA TRANSACTION HZMA (HZMA0001).                  *
000070*****************************************************************
000080 01  MANDATS-LIGNE.
000090     05  MD-COADHF               PIC X(09).
000100     05  MD-REF-COMPTE           PIC X(34).
000110     05  MD-DATE-MANDAT          PIC 9(08).
000120     05  MD-STATUT               PIC X(01).
000130         88  MD-STATUT-ACTIF     VALUE 'A'.
000140         88  MD-STATUT-SUSPENDU  VALUE 'S'.
000150         88  MD-STATUT-REVOQUE   VALUE 'R'.
000160     05  MD-NB-ECHECS            PIC 9(02).
