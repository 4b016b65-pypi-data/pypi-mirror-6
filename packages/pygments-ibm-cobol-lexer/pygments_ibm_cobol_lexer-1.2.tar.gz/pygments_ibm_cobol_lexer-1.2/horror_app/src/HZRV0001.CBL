000204*                       LES COMPARAISONS CALENDAIRES (6200) :
000206*                       L'ITEM ILLISIBLE PASSE EN AGE ZERO AU
000208*                       LIEU DE RISQUER UNE EXCEPTION DONNEES.
000210*    15/10/2026 EBA     EMETTEUR DE L'ITEM (RV-EMETTEUR, USER-ID
000212*                       DU DEMANDEUR) REPORTE EN FIN DE
000214*                       JOURNAL RV-JOURNAL (JR-EMETTEUR).
000216*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-370.
000530     05  RV-HORODATE             PIC X(15).
000540     05  RV-PROGRAMME            PIC X(08).
000550     05  RV-CODE-RETOUR          PIC 9(04).
000556     05  RV-LIBELLE              PIC X(71).
000562     05  RV-EMETTEUR             PIC X(08).
000570*****************************************************************
000580*    RV-DECISIONS - DECISIONS SUPERVISEUR SAISIES PAR LE
000590*    SUPPORT : UNE DECISION PAR ITEM, CLE RV-HORODATE +
000820     05  JR-DISPOSITION          PIC X(14).
000830     05  JR-SUPERVISEUR          PIC X(08).
000840     05  JR-COMMENTAIRE          PIC X(40).
000845     05  JR-EMETTEUR             PIC X(08).
000850*****************************************************************
000860*    REV-NOUVELLE - NOUVELLE FILE D'ATTENTE (ITEMS REMIS EN
000870*    FILE ET ITEMS SANS DECISION), SUBSTITUEE A REV-EXC PAR
002800     MOVE RV-PROGRAMME TO JR-PROGRAMME.
002810     MOVE W-DEC-SUPERVISEUR (W-IDX-DEC) TO JR-SUPERVISEUR.
002820     MOVE W-DEC-COMMENTAIRE (W-IDX-DEC) TO JR-COMMENTAIRE.
002825     MOVE RV-EMETTEUR TO JR-EMETTEUR.
002830     WRITE RV-JOURNAL-LIGNE.
002840 4100-EXIT.
002850     EXIT.
