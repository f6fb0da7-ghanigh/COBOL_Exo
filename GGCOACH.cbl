002610* 09/02/2026 DL   TABLE DES PARTIES GAMELOG PORTEE A 20000
002620*                 ENTREES : LE FICHIER VIF PORTE 90 JOURS DE
002630*                 JEU SUR DEUX SITES, PAS 500 PARTIES.
002640* 10/15/2026 DL   GAMEDTL INDEXE : LECTURE PAR START A LA DATE
002650*                 DE DEBUT DE LA PLAGE, ARRETEE APRES LA DATE DE
002660*                 FIN, AU LIEU DE LA LECTURE DE TOUT LE FICHIER.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT GAMEDTL-FILE ASSIGN TO GAMEDTL
003500         ORGANIZATION IS INDEXED
003510         ACCESS MODE IS DYNAMIC
003520         RECORD KEY IS GD-KEY
003600         FILE STATUS IS CO-GAMEDTL-STATUS.
003700     SELECT GAMELOG-FILE ASSIGN TO GAMELOG
003800         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS CO-REPORT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  GAMEDTL-FILE.
005200 COPY GAMEDTLR.
005300 FD  GAMELOG-FILE
005400     RECORDING MODE IS F.
028400         MOVE 12 TO CO-RETURN-CODE
028500         GO TO 1000-EXIT
028600     END-IF.
028610     MOVE CO-FROM-DATE TO GD-LOG-DATE.
028620     MOVE LOW-VALUES TO GD-PLAYER-ID.
028630     MOVE ZERO TO GD-GAME-SEQ.
028640     MOVE ZERO TO GD-GUESS-NO.
028650     START GAMEDTL-FILE KEY IS NOT LESS THAN GD-KEY
028660         INVALID KEY
028670             MOVE "Y" TO CO-GAMEDTL-EOF-SWITCH
028680             GO TO 1000-EXIT
028690     END-START.
028700     PERFORM 2900-READ-GAMEDTL THRU 2900-EXIT.
028800 1000-EXIT.
028900     EXIT.
035700*                    PUIS DEPOUILLEMENT DE LA PROPOSITION
035800*----------------------------------------------------------------
035900 2000-SCAN-DETAIL.
036000     IF GD-LOG-DATE > CO-TO-DATE
036100         MOVE "Y" TO CO-GAMEDTL-EOF-SWITCH
036200         GO TO 2000-EXIT
036300     END-IF.
036400     IF CO-GAME-IS-OPEN
036500         IF GD-LOG-DATE NOT = CO-CUR-DATE
045900* 2900-READ-GAMEDTL - LECTURE DE LA LIGNE DE DETAIL SUIVANTE
046000*----------------------------------------------------------------
046100 2900-READ-GAMEDTL.
046200     READ GAMEDTL-FILE NEXT RECORD
046300         AT END
046400             MOVE "Y" TO CO-GAMEDTL-EOF-SWITCH
046500         NOT AT END
069500* 9000-TERMINATE - FERMETURE DES FICHIERS ET FIN DE PROGRAMME
069600*----------------------------------------------------------------
069700 9000-TERMINATE.
069800     IF CO-GAMEDTL-STATUS = "00" OR "10" OR "23"
069900         CLOSE GAMEDTL-FILE
070000     END-IF.
070100     IF CO-ROSTER-IS-OPENED
