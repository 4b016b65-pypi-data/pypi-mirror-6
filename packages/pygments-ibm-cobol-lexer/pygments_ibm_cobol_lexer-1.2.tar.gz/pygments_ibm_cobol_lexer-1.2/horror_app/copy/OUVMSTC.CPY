000010*****************************************************************
000020*    OUVMSTC  -  DESSIN D'ENREGISTREMENT DE OUV-MAST (MAITRE    *
000030*    DES POSTES OUVERTS : KSDS CHARGE PAR HZMC0001 DEPUIS LES   *
000040*    POSTES OUV-ITEMS DE HZFC0001, LU ET MIS A JOUR PAR CLE PAR *
000050*    LES TRAITEMENTS D'ENCAISSEMENT). MEME DESSIN QUE LA LIGNE  *
000060*    OUV-ITEMS, RECOPIEE CHAQUE NUIT PAR HZMS0001 POUR LES      *
000070*    LECTEURS SEQUENTIELS. CLE PRIMAIRE : NUMERO DE FACTURE.    *
000080*    CLE ALTERNATIVE AVEC DOUBLONS : ADHERENT OV-COADHF.        *
000090*    STATUT 'O' OUVERT / 'P' PARTIEL / 'S' SOLDE / 'I' PASSE EN *
000100*    PERTE / 'R' REJETEE PAR LE PORTAIL PUBLIC (HZFP0001), A    *
000105*    CORRIGER ET A REDEPOSER, TOUJOURS DUE.                     *
000110*****************************************************************
000120 01  OUV-MAST-ENREG.
000130     05  OV-NUMERO-FACTURE       PIC 9(08).
000140     05  OV-COADHF               PIC X(09).
000150     05  OV-COETBL               PIC X(05).
000160     05  OV-DATE-FACTURE         PIC 9(08).
000170     05  OV-MONTANT-TTC          PIC S9(11)V99
000180                                 SIGN LEADING SEPARATE.
000190     05  OV-MONTANT-REGLE        PIC S9(11)V99
000200                                 SIGN LEADING SEPARATE.
000210     05  OV-STATUT               PIC X(01).
