002860*                 PERIODE COUVERTE PAR LE GAMELOG. TABLE DES
002870*                 PARTIES PORTEE A 20000 ENTREES (90 JOURS DE
002880*                 JEU SUR DEUX SITES).
002890* 10/15/2026 DL   RAPPROCHEMENT PAR SITE : LE NUMERO DE PARTIE
002891*                 ETANT ATTRIBUE PAR LE SITE OU LA PARTIE EST
002892*                 JOUEE, UN JOUEUR PRESENT SUR LES DEUX SITES LE
002893*                 MEME JOUR A DEUX PARTIES "1". LE CODE SITE
002894*                 (GL-SITE-CODE / GD-SITE-CODE) ENTRE DANS LA
002895*                 NUMEROTATION ET DANS LE RAPPROCHEMENT.
002896* 10/15/2026 DL   GAMEDTL INDEXE, LU PAR START A LA PLUS ANCIENNE
002897*                 DATE DU GAMELOG VIF. LES PARTIES ETANT
002898*                 RENUMEROTEES AU CENTRAL PAR GGCONSOL, LE NUMERO
002899*                 EST DERIVE PAR DATE ET JOUEUR, SANS LE SITE.
002900*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS RN-GAMELOG-STATUS.
003900     SELECT GAMEDTL-FILE ASSIGN TO GAMEDTL
004000         ORGANIZATION IS INDEXED
004010         ACCESS MODE IS DYNAMIC
004020         RECORD KEY IS GD-KEY
004100         FILE STATUS IS RN-GAMEDTL-STATUS.
004200     SELECT RECON-REPORT ASSIGN TO RECONRPT
004300         ORGANIZATION IS SEQUENTIAL
004700 FD  GAMELOG-FILE
004800     RECORDING MODE IS F.
004900 COPY GAMELOGR.
005000 FD  GAMEDTL-FILE.
005200 COPY GAMEDTLR.
005300 FD  RECON-REPORT
005400     RECORDING MODE IS F.
008000                        DEPENDING ON RN-GAME-COUNT
008100                        INDEXED BY RN-GAME-IDX.
008200         10  RN-GM-DATE            PIC 9(08).
008250         10  RN-GM-SITE            PIC X(02).
008300         10  RN-GM-PLAYER          PIC X(08).
008400         10  RN-GM-SEQ             PIC 9(03).
008500         10  RN-GM-ATTEMPTS        PIC 9(03).
019100         MOVE "Y" TO RN-GAMEDTL-EOF-SWITCH
019200         GO TO 1000-EXIT
019300     END-IF.
019310*    LECTURE A PARTIR DE LA PLUS ANCIENNE DATE DU GAMELOG VIF :
019320*    LE DETAIL DES PARTIES ARCHIVEES N'EST PAS LU.
019330     MOVE RN-OLDEST-GAME-DATE TO GD-LOG-DATE.
019340     MOVE LOW-VALUES TO GD-PLAYER-ID.
019350     MOVE ZERO TO GD-GAME-SEQ.
019360     MOVE ZERO TO GD-GUESS-NO.
019370     START GAMEDTL-FILE KEY IS NOT LESS THAN GD-KEY
019380         INVALID KEY
019390             MOVE "Y" TO RN-GAMEDTL-EOF-SWITCH
019392             GO TO 1000-EXIT
019394     END-START.
019400     PERFORM 2900-READ-GAMEDTL THRU 2900-EXIT.
019500 1000-EXIT.
019600     EXIT.
024000     ADD 1 TO RN-GAME-COUNT.
024100     SET RN-GAME-IDX TO RN-GAME-COUNT.
024200     MOVE GL-LOG-DATE TO RN-GM-DATE (RN-GAME-IDX).
024250     MOVE GL-SITE-CODE TO RN-GM-SITE (RN-GAME-IDX).
024300     MOVE GL-PLAYER-ID TO RN-GM-PLAYER (RN-GAME-IDX).
024400     MOVE RN-NEXT-SEQ TO RN-GM-SEQ (RN-GAME-IDX).
024500     MOVE GL-ATTEMPTS TO RN-GM-ATTEMPTS (RN-GAME-IDX).
025100     EXIT.
025200*----------------------------------------------------------------
025300* 1120-COUNT-PRIOR-GAMES - COMPTAGE DES PARTIES DEJA CHARGEES
025400*                          POUR LA MEME DATE ET LE MEME
025450*                          JOUEUR, TOUS SITES CONFONDUS
025500*----------------------------------------------------------------
025600 1120-COUNT-PRIOR-GAMES.
025700     ADD 1 TO RN-SEQ-SCAN-I.
027700                     AND RN-GM-PLAYER (RN-GAME-IDX)
027800                         = GD-PLAYER-ID
027900                     AND RN-GM-SEQ (RN-GAME-IDX) = GD-GAME-SEQ
027950                     AND RN-GM-SITE (RN-GAME-IDX) = GD-SITE-CODE
028000                 MOVE "Y" TO RN-MATCH-FOUND-SWITCH
028100         END-SEARCH
028200     END-IF.
030200* 2900-READ-GAMEDTL - LECTURE DE LA LIGNE DE DETAIL SUIVANTE
030300*----------------------------------------------------------------
030400 2900-READ-GAMEDTL.
030500     READ GAMEDTL-FILE NEXT RECORD
030600         AT END
030700             MOVE "Y" TO RN-GAMEDTL-EOF-SWITCH
030800         NOT AT END
043900* 9000-TERMINATE - FERMETURE DES FICHIERS ET FIN DE PROGRAMME
044000*----------------------------------------------------------------
044100 9000-TERMINATE.
044200     IF RN-GAMEDTL-STATUS = "00" OR "10" OR "23"
044300         CLOSE GAMEDTL-FILE
044400     END-IF.
044500     IF RN-REPORT-STATUS = "00"
