000010*****************************************************************
000020*    SANCTBC  -  DESSIN D'ENREGISTREMENT DE SANC-TAB (LISTE DES *
000030*    PERSONNES SOUS SANCTIONS : FICHIER RECHARGE PAR HZSL0001   *
000040*    A CHAQUE NOUVELLE VERSION PUBLIEE, LU AU PREMIER APPEL PAR *
000050*    LE MODULE DE FILTRAGE HZSC0001). CLE : CODE PHONETIQUE DU  *
000060*    NOM (HZPH0001) PUIS REFERENCE DE LA LISTE, UNE ENTREE PAR  *
000070*    NOM OU ALIAS. NOM, ADRESSE ET VILLE SONT REPRIS TRADUITS   *
000080*    (CPT-TAB) ET EN MAJUSCULES POUR LA COMPARAISON.            *
000090*    L'ENREGISTREMENT DE CLE LOW-VALUES, EN TETE, PORTE LA      *
000100*    VERSION DE LA LISTE ET LES CHAINES DE TRADUCTION CPT-TAB   *
000110*    DU CHARGEMENT, REPRISES PAR HZSC0001 POUR CODER LES NOMS   *
000120*    FILTRES EXACTEMENT COMME LES NOMS DE LA LISTE.             *
000130*****************************************************************
000140 01  SANC-TAB-ENREG.
000150     05  ST-CLE.
000160         10  ST-PHONETIQUE       PIC X(12).
000170         10  ST-REFERENCE        PIC X(12).
000180     05  ST-DONNEES.
000190         10  ST-NOM              PIC X(30).
000200         10  ST-NOM-NORM         PIC X(30).
000210         10  ST-ADRESSE-NORM     PIC X(30).
000220         10  ST-CODE-POSTAL      PIC X(05).
000230         10  ST-VILLE-NORM       PIC X(20).
000240         10  ST-PAYS             PIC X(02).
000250         10  FILLER              PIC X(103).
000260     05  ST-CONTROLE REDEFINES ST-DONNEES.
000270         10  ST-VERSION          PIC X(10).
000280         10  ST-DATE-PUBLICATION PIC 9(08).
000290         10  ST-NB-ENTREES       PIC 9(05).
000300         10  ST-CPT-SOURCE       PIC X(94).
000310         10  ST-CPT-CIBLE        PIC X(94).
000320         10  FILLER              PIC X(09).
