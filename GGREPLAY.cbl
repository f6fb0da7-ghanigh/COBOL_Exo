001600*                 DES NOUVEAUX OPERATEURS A LA RECHERCHE
001700*                 DICHOTOMIQUE. PARM : IDENTIFIANT, DATE AAAAMMJJ
001800*                 ET, EN OPTION, NUMERO DE PARTIE DANS LE RUN.
001810* 10/15/2026 DL   GAMEDTL INDEXE : LECTURE POSITIONNEE (START)
001820*                 SUR LA DATE, LE JOUEUR ET LE NUMERO DE PARTIE
001830*                 DEMANDES, ARRETEE DES QUE LA CLE EN SORT, AU
001840*                 LIEU DE PARCOURIR TOUT LE FICHIER.
001900*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT GAMEDTL-FILE ASSIGN TO GAMEDTL
002700         ORGANIZATION IS INDEXED
002710         ACCESS MODE IS DYNAMIC
002720         RECORD KEY IS GD-KEY
002800         FILE STATUS IS RP-GAMEDTL-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  GAMEDTL-FILE.
003300 COPY GAMEDTLR.
003400 WORKING-STORAGE SECTION.
003500*----------------------------------------------------------------
011100         MOVE 12 TO RP-RETURN-CODE
011200         GO TO 1000-EXIT
011300     END-IF.
011310*    POSITIONNEMENT SUR LA PREMIERE PROPOSITION DE LA PARTIE
011320*    DEMANDEE (OU DE LA PREMIERE PARTIE DU JOUR DU JOUEUR).
011330     MOVE RP-SELECT-DATE TO GD-LOG-DATE.
011340     MOVE RP-SELECT-PLAYER TO GD-PLAYER-ID.
011350     MOVE RP-SELECT-SEQ TO GD-GAME-SEQ.
011360     MOVE ZERO TO GD-GUESS-NO.
011370     START GAMEDTL-FILE KEY IS NOT LESS THAN GD-KEY
011380         INVALID KEY
011390             MOVE "Y" TO RP-GAMEDTL-EOF-SWITCH
011395             GO TO 1000-EXIT
011398     END-START.
011400     PERFORM 2900-READ-GAMEDTL THRU 2900-EXIT.
011500 1000-EXIT.
011600     EXIT.
011700*----------------------------------------------------------------
011800* 2000-REPLAY-RECORD - AFFICHAGE D'UNE PROPOSITION TANT QU'ELLE
011900*                      APPARTIENT A LA PARTIE DEMANDEE (FIN DE
011910*                      LECTURE DES QUE LA CLE EN SORT)
012000*----------------------------------------------------------------
012100 2000-REPLAY-RECORD.
012200     IF GD-PLAYER-ID NOT = RP-SELECT-PLAYER
012300             OR GD-LOG-DATE NOT = RP-SELECT-DATE
012400             OR (NOT RP-ALL-GAMES
012405                 AND GD-GAME-SEQ NOT = RP-SELECT-SEQ)
012410         MOVE "Y" TO RP-GAMEDTL-EOF-SWITCH
012420         GO TO 2000-EXIT
012430     END-IF.
012500     IF GD-GAME-SEQ NOT = RP-PRIOR-SEQ
012600         DISPLAY " "
012700         DISPLAY "--- Partie numero " GD-GAME-SEQ " ---"
012800         MOVE GD-GAME-SEQ TO RP-PRIOR-SEQ
012900     END-IF.
013000     PERFORM 2100-SHOW-GUESS THRU 2100-EXIT.
013200     PERFORM 2900-READ-GAMEDTL THRU 2900-EXIT.
013300 2000-EXIT.
013400     EXIT.
016400* 2900-READ-GAMEDTL - LECTURE DE LA PROPOSITION SUIVANTE
016500*----------------------------------------------------------------
016600 2900-READ-GAMEDTL.
016700     READ GAMEDTL-FILE NEXT
016800         AT END
016900             MOVE "Y" TO RP-GAMEDTL-EOF-SWITCH
017000     END-READ.
017400* 9000-TERMINATE - BILAN DU REJEU ET FERMETURE DU FICHIER
017500*----------------------------------------------------------------
017600 9000-TERMINATE.
017700     IF RP-GAMEDTL-STATUS = "00" OR "10" OR "23"
017800         CLOSE GAMEDTL-FILE
017900     END-IF.
018000     IF NOT RP-FATAL-ERROR
