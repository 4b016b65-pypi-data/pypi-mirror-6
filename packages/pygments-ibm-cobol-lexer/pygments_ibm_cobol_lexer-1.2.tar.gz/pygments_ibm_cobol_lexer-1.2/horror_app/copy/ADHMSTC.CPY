000010*****************************************************************
000020*    ADHMSTC  -  DESSIN D'ENREGISTREMENT DE ADH-MAST (MAITRE    *
000030*    ADHERENT : KSDS CHARGE PAR HZMC0001 DEPUIS ADH-REF, TENU   *
000040*    PAR HZAD0001, HZNP0001 ET HZRI0001, LU PAR CLE PAR LES     *
000050*    TRAITEMENTS). MEME DESSIN QUE LA LIGNE ADH-REF, RECOPIEE   *
000060*    CHAQUE NUIT PAR HZMS0001 POUR LES LECTEURS SEQUENTIELS.    *
000070*    CLE PRIMAIRE : CLE QUANTITE AF-CLE. CLE ALTERNATIVE AVEC   *
000080*    DOUBLONS : AF-COADHF (UN ADHERENT A UNE ENTREE PAR CLE     *
000090*    QUANTITE, LUES DANS L'ORDRE DE CHARGEMENT).                *
000100*****************************************************************
000110 01  ADH-MAST-ENREG.
000120     05  AF-CLE                  PIC X(08).
000130     05  AF-COADHF               PIC X(09).
000140     05  AF-COTRTO               PIC X(05).
000150     05  AF-CETRTF               PIC X(05).
000160     05  AF-NOM                  PIC X(30).
000170     05  AF-ADRESSE              PIC X(30).
000180     05  AF-CODE-POSTAL          PIC X(05).
000190     05  AF-VILLE                PIC X(20).
000200     05  AF-STATUT               PIC X(01).
000210         88  AF-STATUT-ACTIF     VALUE 'A'.
000220         88  AF-STATUT-RADIE     VALUE 'R'.
000230     05  AF-LANGUE               PIC X(02).
000240     05  AF-ADRESSE-NPAI         PIC X(01).
000250         88  AF-ADRESSE-INVALIDE VALUE 'O'.
000260     05  AF-CANAL-DIFFUSION      PIC X(01).
000270         88  AF-CANAL-ELECTRONIQUE VALUE 'E'.
000280     05  AF-EMAIL                PIC X(60).
000290     05  AF-EMAIL-REJETE         PIC X(01).
000300         88  AF-EMAIL-INVALIDE   VALUE 'O'.
000310     05  AF-FREQUENCE            PIC X(01).
000320         88  AF-FACTURATION-MENSUELLE VALUE 'M' SPACE.
000330         88  AF-FACTURATION-TRIMESTRIELLE VALUE 'T'.
000340         88  AF-FACTURATION-ANNUELLE VALUE 'A'.
