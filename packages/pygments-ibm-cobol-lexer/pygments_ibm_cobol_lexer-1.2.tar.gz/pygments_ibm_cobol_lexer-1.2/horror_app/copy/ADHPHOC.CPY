000010*****************************************************************
000020*    ADHPHOC  -  DESSIN D'ENREGISTREMENT DE ADHPHON (INDEX      *
000030*    PHONETIQUE DES ADHERENTS : KSDS RECHARGE CHAQUE NUIT PAR   *
000040*    HZPX0001 DEPUIS ADH-REF, PARCOURU PAR LA TRANSACTION HZRN).*
000050*    CLE : CODE PHONETIQUE DU NOM (HZPH0001) PUIS COADHF, UNE   *
000060*    ENTREE PAR ADHERENT ET PAR CODE. LA VILLE EST REPRISE      *
000070*    TRADUITE (CPT-TAB) ET EN MAJUSCULES POUR LE FILTRE.        *
000080*    L'ENREGISTREMENT DE CLE LOW-VALUES PORTE LES CHAINES DE    *
000090*    TRADUCTION CPT-TAB DU CHARGEMENT, REPRISES EN LIGNE POUR   *
000100*    CODER LE NOM SAISI EXACTEMENT COMME LES NOMS INDEXES.      *
000110*****************************************************************
000120 01  ADH-PHON-ENREG.
000130     05  AP-CLE-PHON.
000140         10  AP-PHONETIQUE       PIC X(12).
000150         10  AP-COADHF           PIC X(09).
000160     05  AP-DONNEES.
000170         10  AP-NOM              PIC X(30).
000180         10  AP-CODE-POSTAL      PIC X(05).
000190         10  AP-VILLE            PIC X(20).
000200         10  AP-VILLE-NORM       PIC X(20).
000210         10  AP-STATUT           PIC X(01).
000220             88  AP-STATUT-ACTIF VALUE 'A'.
000230             88  AP-STATUT-RADIE VALUE 'R'.
000240         10  AP-COETBL           PIC X(05).
000250         10  FILLER              PIC X(107).
000260     05  AP-CONTROLE REDEFINES AP-DONNEES.
000270         10  AP-CPT-SOURCE       PIC X(94).
000280         10  AP-CPT-CIBLE        PIC X(94).
