002300*                 PLUS LONGUE SERIE DE VICTOIRES. DEMANDE
002400*                 "CHIFFRES DE TOUS LES TEMPS" DE LA DIRECTION
002500*                 RESTEE SANS REPONSE A LA FETE DE L'ETE.
002510* 10/15/2026 DL   ENREGISTREMENT GAMELOG PORTE A 37 OCTETS (HEURE
002520*                 DE FIN DE PARTIE ET TOP DEFI DU JOUR) : L'HEURE
002530*                 DEPARTAGE DESORMAIS LES PARTIES D'UN MEME JOUR
002540*                 DANS LE TRI (SERIES DE VICTOIRES DANS L'ORDRE
002550*                 DE JEU).
002570* 10/15/2026 DL   IDENTIFIANT DE DUEL : GAMELOG A 45 OCTETS.
002580* 10/15/2026 DL   CODE SITE : GAMELOG A 47 OCTETS.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004600 FILE SECTION.
004700 FD  HISTIN-FILE
004800     RECORDING MODE IS F.
004900 01  HISTIN-RECORD              PIC X(47).
005000 FD  ROSTER-FILE.
005100 COPY ROSTERR.
005200 FD  HISTORY-REPORT
006700     05  SD-MAX-NUMBER-N REDEFINES SD-MAX-NUMBER
006800                                PIC 9(03).
006900     05  SD-EVENT-FLAG          PIC X(01).
006920     05  SD-LOG-TIME            PIC X(06).
006940     05  SD-CHALLENGE-FLAG      PIC X(01).
006990     05  SD-DUEL-ID             PIC X(08).
006995     05  SD-SITE-CODE           PIC X(02).
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------------
007200* SWITCHS DE CONTROLE ET STATUTS FICHIERS
008800* RUPTURES DE CONTROLE (JOUEUR, ANNEE, MOIS) ET DETECTION DES
008900* DOUBLONS EXACTS D'UN RECOUVREMENT ARCHIVE/VIF
009000*----------------------------------------------------------------
009100 01  HY-PREV-RECORD             PIC X(47)  VALUE LOW-VALUES.
009200 01  HY-CURR-PLAYER             PIC X(08)  VALUE SPACES.
009300 01  HY-CURR-YEAR               PIC X(04)  VALUE SPACES.
009400 01  HY-CURR-MONTH              PIC X(06)  VALUE SPACES.
022900         SORT HIST-SORT-FILE
023000             ASCENDING KEY SD-PLAYER-ID
023100                           SD-LOG-DATE
023150                           SD-LOG-TIME
023200                           SD-MYSTERY-NUMBER
023300                           SD-ATTEMPTS
023400                           SD-RESULT
