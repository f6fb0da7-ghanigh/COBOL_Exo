002320*                 RO-PLAYER-ID) : LE CONTROLE E002 SE FAIT PAR
002330*                 LECTURE DIRECTE AU LIEU D'UNE TABLE DE 100
002340*                 JOUEURS (OUVERTURE DU DEUXIEME SITE).
002350* 10/15/2026 DL   ENREGISTREMENT GAMELOG PORTE A 37 OCTETS ET
002360*                 EXCEPTION A 41 OCTETS (HEURE DE FIN DE PARTIE ET
002370*                 TOP DEFI DU JOUR) : EXCPOUT, IMAGES DE CONTROLE
002380*                 ET LIGNE D'AUDIT ALIGNEES.
002385* 10/15/2026 DL   IDENTIFIANT DE DUEL (GL-DUEL-ID) : GAMELOG A 45
002390*                 OCTETS ET EXCEPTION A 49 OCTETS : EXCPOUT,
002395*                 IMAGES ET LIGNE D'AUDIT ALIGNEES.
002396* 10/15/2026 DL   CODE SITE (GL-SITE-CODE) : GAMELOG A 47 OCTETS
002397*                 ET EXCEPTION A 51 OCTETS : EXCPOUT, IMAGES ET
002398*                 LIGNE D'AUDIT ALIGNEES.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
006100 COPY GAMELOGR.
006200 FD  EXCPOUT-FILE
006300     RECORDING MODE IS F.
006400 01  EXCPOUT-RECORD             PIC X(51).
006500 FD  CORR-REPORT
006600     RECORDING MODE IS F.
006700 01  CORR-PRINT-LINE            PIC X(132).
010400     05  CX-GI-RESULT           PIC X(04).
010500     05  CX-GI-MAX-NUMBER       PIC X(03).
010600     05  CX-GI-EVENT-FLAG       PIC X(01).
010620     05  CX-GI-LOG-TIME         PIC X(06).
010640     05  CX-GI-CHALLENGE-FLAG   PIC X(01).
010690     05  CX-GI-DUEL-ID          PIC X(08).
010695     05  CX-GI-SITE-CODE        PIC X(02).
010700*----------------------------------------------------------------
010800* MOTIF DE REJET APRES REVALIDATION ET MOTIF D'ORIGINE
010900*----------------------------------------------------------------
011000 01  CX-REASON-CODE             PIC X(04)  VALUE SPACES.
011100 01  CX-OLD-REASON-CODE         PIC X(04)  VALUE SPACES.
011150 01  CX-OLD-IMAGE               PIC X(47)  VALUE SPACES.
012100*----------------------------------------------------------------
012200* TABLE DES CARTES DE CORRECTION DU PAQUET
012300*----------------------------------------------------------------
018600     05  CX-IL-TAG             PIC X(08).
018700     05  CX-IL-REASON          PIC X(04).
018800     05  FILLER                PIC X(01)  VALUE SPACES.
018900     05  CX-IL-IMAGE           PIC X(47).
019000     05  FILLER                PIC X(69)  VALUE SPACES.
019100 01  CX-TOTAL-LINE-1.
019200     05  FILLER                PIC X(24)  VALUE
019300         "EXCEPTIONS LUES       : ".
