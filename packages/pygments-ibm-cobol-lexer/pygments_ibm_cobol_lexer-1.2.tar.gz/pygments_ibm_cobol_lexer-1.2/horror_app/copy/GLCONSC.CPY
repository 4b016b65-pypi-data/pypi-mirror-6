000010*****************************************************************
000020*    GLCONSC  -  DESSIN D'ENREGISTREMENT DE GL-CONS (GRAND      *
000030*    LIVRE CONSULTABLE : KSDS CHARGE PAR HZGC0001, PARCOURU EN  *
000040*    LIGNE PAR LA TRANSACTION HZGQ). CLE : COMPTE, DATE,        *
000050*    PROGRAMME SOURCE DU GL-POST CHARGE, RANG DE L'ECRITURE.    *
000060*    LE SOLDE D'OUVERTURE D'UN MOIS (SOLDE-OUV) EST UN          *
000070*    ENREGISTREMENT DE TYPE 'O' DATE DU PREMIER JOUR DU MOIS,   *
000080*    SOURCE A BLANC ET RANG ZERO : IL PRECEDE LES MOUVEMENTS    *
000090*    DU JOUR DANS L'ORDRE DE LA CLE. MONTANT SIGNE POUR LE      *
000100*    TYPE 'O' (POSITIF = SOLDE DEBITEUR), POSITIF AVEC SON      *
000110*    SENS D/C POUR LE TYPE 'M'.                                 *
000120*****************************************************************
000130 01  GLCONS-ENREG.
000140     05  GC-CLE.
000150         10  GC-COMPTE           PIC X(10).
000160         10  GC-DATE             PIC 9(08).
000170         10  GC-SOURCE           PIC X(08).
000180         10  GC-RANG             PIC 9(06).
000190     05  GC-TYPE                 PIC X(01).
000200         88  GC-OUVERTURE        VALUE 'O'.
000210         88  GC-MOUVEMENT        VALUE 'M'.
000220     05  GC-SENS                 PIC X(01).
000230     05  GC-MONTANT              PIC S9(13)V99 COMP-3.
000240     05  GC-LIBELLE              PIC X(30).
000250     05  GC-ENTITE               PIC X(02).
000260     05  GC-HORO-CHARGEMENT      PIC X(14).
000270     05  GC-FILLER               PIC X(10).
