000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GGSUSPCT.
000300 AUTHOR. D. LAMBERT.
000400 INSTALLATION. DIRECTION INFORMATIQUE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 10/15/2026 DL   PROGRAMME INITIAL - CONTROLE NOCTURNE DES
001300*                 PARTIES SUSPECTES AVANT LA REMISE DES PRIX, A
001400*                 ENCHAINER APRES GGAUDIT. LES PARTIES VALIDEES
001500*                 DU CLEANLOG SONT APPARIEES A LEUR DETAIL GAMEDTL
001600*                 (DATE, JOUEUR, NUMERO DE PARTIE DERIVE DE
001700*                 L'ORDRE D'ECRITURE COMME GGCOACH) ET SIGNALEES
001800*                 PAR JOUEUR ET PAR DATE :
001900*                 - LIGNE "TROUVE" DONT LA VALEUR N'EST PAS LE
002000*                   NOMBRE MYSTERE GL-MYSTERY-NUMBER ;
002100*                 - PROPOSITION GAGNANTE EN DEHORS DE L'INTERVALLE
002200*                   DEJA ETABLI PAR LES VERDICTS "P" / "G" ;
002300*                 - PARTIE REPRISE SUR POINT DE REPRISE (TOP "R"
002400*                   DE GD-RESUME-FLAG) ;
002500*                 - VICTOIRES EN UN OU DEUX ESSAIS TROP FREQUENTES
002600*                   : UN ARBRE DICHOTOMIQUE DE PROFONDEUR 2 NE
002700*                   COUVRE QUE 3 VALEURS DE LA PLAGE
002800*                   GL-MAX-NUMBER, L'ATTENDU EST DONC 3 /
002900*                   GL-MAX-NUMBER PAR PARTIE.
003000*                 UN SCORE PONDERE CLASSE LES COUPLES JOUEUR/DATE
003100*                 SIGNALES POUR LE COMITE DU CONCOURS, SUIVI DU
003200*                 DETAIL DES PARTIES EN CAUSE (//SUSPRPT). CODE
003300*                 RETOUR 4 SI AU MOINS UN SIGNALEMENT. PARM :
003400*                 PLAGE 'AAAAMMJJ AAAAMMJJ' EN OPTION, ET MOT
003500*                 'FORCE' POUR PASSER OUTRE UN AUDIT NON
003600*                 EQUILIBRE (TRACE DANS RUNCTL).
003610* 10/15/2026 DL   GAMEDTL INDEXE : LECTURE PAR START A LA DATE
003620*                 DE DEBUT DE LA PLAGE, ARRETEE APRES LA DATE DE
003630*                 FIN.
003700*----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CLEANLOG-FILE ASSIGN TO CLEANLOG
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS SU-CLEANLOG-STATUS.
004700     SELECT GAMEDTL-FILE ASSIGN TO GAMEDTL
004800         ORGANIZATION IS INDEXED
004810         ACCESS MODE IS DYNAMIC
004820         RECORD KEY IS GD-KEY
004900         FILE STATUS IS SU-GAMEDTL-STATUS.
005000     SELECT ROSTER-FILE ASSIGN TO ROSTER
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS RO-PLAYER-ID
005400         FILE STATUS IS SU-ROSTER-STATUS.
005500     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS SU-RUNCTL-STATUS.
005800     SELECT SUSPECT-REPORT ASSIGN TO SUSPRPT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS SU-REPORT-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CLEANLOG-FILE
006400     RECORDING MODE IS F.
006500 COPY GAMELOGR.
006600 FD  GAMEDTL-FILE.
006800 COPY GAMEDTLR.
006900 FD  ROSTER-FILE.
007000 COPY ROSTERR.
007100 FD  RUNCTL-FILE
007200     RECORDING MODE IS F.
007300 01  RUNCTL-IO-AREA             PIC X(80).
007400 FD  SUSPECT-REPORT
007500     RECORDING MODE IS F.
007600 01  SUSPECT-PRINT-LINE         PIC X(132).
007700 WORKING-STORAGE SECTION.
007800*----------------------------------------------------------------
007900* SWITCHS DE CONTROLE ET STATUTS FICHIERS
008000*----------------------------------------------------------------
008100 01  SU-CLEANLOG-STATUS         PIC X(02)  VALUE "00".
008200 01  SU-GAMEDTL-STATUS          PIC X(02)  VALUE "00".
008300 01  SU-ROSTER-STATUS           PIC X(02)  VALUE "00".
008400 01  SU-REPORT-STATUS           PIC X(02)  VALUE "00".
008500 01  SU-CLEANLOG-EOF-SWITCH     PIC X(01)  VALUE "N".
008600     88  SU-CLEANLOG-AT-END                VALUE "Y".
008700 01  SU-GAMEDTL-EOF-SWITCH      PIC X(01)  VALUE "N".
008800     88  SU-GAMEDTL-AT-END                 VALUE "Y".
008900 01  SU-FATAL-ERROR-SWITCH      PIC X(01)  VALUE "N".
009000     88  SU-FATAL-ERROR                    VALUE "Y".
009100 01  SU-ROSTER-OPENED-SWITCH    PIC X(01)  VALUE "N".
009200     88  SU-ROSTER-IS-OPENED               VALUE "Y".
009300 01  SU-GAME-OPEN-SWITCH        PIC X(01)  VALUE "N".
009400     88  SU-GAME-IS-OPEN                   VALUE "Y".
009500 01  SU-TABLE-FULL-SWITCH       PIC X(01)  VALUE "N".
009600     88  SU-TABLE-IS-FULL                  VALUE "Y".
009700 01  SU-MATCH-FOUND-SWITCH      PIC X(01)  VALUE "N".
009800     88  SU-MATCH-FOUND                    VALUE "Y".
009900*----------------------------------------------------------------
010000* PLAGE DE DATES ET PASSAGE FORCE (PARM : "[AAAAMMJJ AAAAMMJJ]
010100* [FORCE]")
010200*----------------------------------------------------------------
010300 01  SU-PARM-DATA               PIC X(30)  VALUE SPACES.
010400 01  SU-PARM-TOK-1              PIC X(08)  VALUE SPACES.
010500 01  SU-PARM-TOK-2              PIC X(08)  VALUE SPACES.
010600 01  SU-PARM-TOK-3              PIC X(08)  VALUE SPACES.
010700 01  SU-FROM-DATE               PIC 9(08)  VALUE ZERO.
010800 01  SU-TO-DATE                 PIC 9(08)  VALUE 99999999.
010900*----------------------------------------------------------------
011000* TABLE DES PARTIES VALIDEES DU CLEANLOG (NUMERO DE PARTIE PAR
011100* DATE ET JOUEUR DERIVE DE L'ORDRE D'ECRITURE)
011200*----------------------------------------------------------------
011300 01  SU-GAME-COUNT              PIC 9(05)  COMP VALUE ZERO.
011400 01  SU-GAME-TABLE.
011500     05  SU-GAME-ENTRY  OCCURS 1 TO 20000 TIMES
011600                        DEPENDING ON SU-GAME-COUNT
011700                        INDEXED BY SU-GAME-IDX.
011800         10  SU-GM-DATE            PIC 9(08).
011900         10  SU-GM-PLAYER          PIC X(08).
012000         10  SU-GM-SEQ             PIC 9(03).
012100         10  SU-GM-MYSTERY         PIC 9(03).
012200         10  SU-GM-ATTEMPTS        PIC 9(03).
012300         10  SU-GM-RESULT          PIC X(04).
012400         10  SU-GM-MAX             PIC 9(03).
012500 01  SU-SEQ-SCAN-I              PIC 9(05)  COMP VALUE ZERO.
012600 01  SU-NEXT-SEQ                PIC 9(03)  VALUE ZERO.
012700*----------------------------------------------------------------
012800* REGLES DE DETECTION : PONDERATION DU SCORE ET SEUILS DES
012900* VICTOIRES EN UN OU DEUX ESSAIS
013000*----------------------------------------------------------------
013100 01  SU-WEIGHT-MISMATCH         PIC 9(03)  VALUE 50.
013200 01  SU-WEIGHT-EARLY            PIC 9(03)  VALUE 30.
013300 01  SU-WEIGHT-IGNORED          PIC 9(03)  VALUE 20.
013400 01  SU-WEIGHT-RESUMED          PIC 9(03)  VALUE 10.
013500 01  SU-EARLY-MINIMUM           PIC 9(03)  VALUE 2.
013600 01  SU-EARLY-FACTOR            PIC 9(03)  VALUE 4.
013700 01  SU-EARLY-DEPTH-VALUES      PIC 9(03)  VALUE 3.
013800*----------------------------------------------------------------
013900* TABLE DES SIGNALEMENTS PAR JOUEUR ET PAR DATE
014000*----------------------------------------------------------------
014100 01  SU-PD-COUNT                PIC 9(05)  COMP VALUE ZERO.
014200 01  SU-PD-TABLE.
014300     05  SU-PD-ENTRY  OCCURS 1 TO 5000 TIMES
014400                      DEPENDING ON SU-PD-COUNT
014500                      INDEXED BY SU-PD-IDX.
014600         10  SU-PD-PLAYER          PIC X(08).
014700         10  SU-PD-DATE            PIC 9(08).
014800         10  SU-PD-GAMES           PIC 9(05).
014900         10  SU-PD-EARLY           PIC 9(05).
015000         10  SU-PD-EXPECTED        PIC 9(03)V9(04).
015100         10  SU-PD-MISMATCH        PIC 9(05).
015200         10  SU-PD-IGNORED         PIC 9(05).
015300         10  SU-PD-RESUMED         PIC 9(05).
015400         10  SU-PD-EARLY-FLAG      PIC X(01).
015500         10  SU-PD-SCORE           PIC 9(07).
015600 01  SU-PD-SCAN-I               PIC 9(05)  COMP VALUE ZERO.
015700*----------------------------------------------------------------
015800* CLASSEMENT DES COUPLES JOUEUR/DATE SIGNALES (SCORE DECROISSANT)
015900*----------------------------------------------------------------
016000 01  SU-RANK-COUNT              PIC 9(05)  COMP VALUE ZERO.
016100 01  SU-RANK-TABLE.
016200     05  SU-RANK-ENTRY  OCCURS 1 TO 1000 TIMES
016300                        DEPENDING ON SU-RANK-COUNT
016400                        INDEXED BY SU-RANK-IDX.
016500         10  SU-RK-PLAYER          PIC X(08).
016600         10  SU-RK-DATE            PIC 9(08).
016700         10  SU-RK-GAMES           PIC 9(05).
016800         10  SU-RK-EARLY           PIC 9(05).
016900         10  SU-RK-EXPECTED        PIC 9(03)V9(04).
017000         10  SU-RK-MISMATCH        PIC 9(05).
017100         10  SU-RK-IGNORED         PIC 9(05).
017200         10  SU-RK-RESUMED         PIC 9(05).
017300         10  SU-RK-EARLY-FLAG      PIC X(01).
017400         10  SU-RK-SCORE           PIC 9(07).
017500 01  SU-SORT-I                  PIC 9(05)  COMP VALUE ZERO.
017600 01  SU-SORT-J                  PIC 9(05)  COMP VALUE ZERO.
017700 01  SU-SORT-LIMIT              PIC 9(05)  COMP VALUE ZERO.
017800 01  SU-SORT-SWAP-ENTRY.
017900     05  SU-SW-PLAYER          PIC X(08).
018000     05  SU-SW-DATE            PIC 9(08).
018100     05  SU-SW-GAMES           PIC 9(05).
018200     05  SU-SW-EARLY           PIC 9(05).
018300     05  SU-SW-EXPECTED        PIC 9(03)V9(04).
018400     05  SU-SW-MISMATCH        PIC 9(05).
018500     05  SU-SW-IGNORED         PIC 9(05).
018600     05  SU-SW-RESUMED         PIC 9(05).
018700     05  SU-SW-EARLY-FLAG      PIC X(01).
018800     05  SU-SW-SCORE           PIC 9(07).
018900 01  SU-SWAP-NEEDED-SWITCH      PIC X(01)  VALUE "N".
019000     88  SU-SWAP-NEEDED                    VALUE "Y".
019100*----------------------------------------------------------------
019200* DETAIL DES PARTIES SIGNALEES (DANS L'ORDRE DU FICHIER GAMEDTL)
019300*----------------------------------------------------------------
019400 01  SU-FLAG-COUNT              PIC 9(05)  COMP VALUE ZERO.
019500 01  SU-FLAG-TABLE.
019600     05  SU-FLAG-ENTRY  OCCURS 1 TO 2000 TIMES
019700                        DEPENDING ON SU-FLAG-COUNT
019800                        INDEXED BY SU-FLAG-IDX.
019900         10  SU-FL-DATE            PIC 9(08).
020000         10  SU-FL-PLAYER          PIC X(08).
020100         10  SU-FL-SEQ             PIC 9(03).
020200         10  SU-FL-TEXT            PIC X(56).
020300 01  SU-FLAG-TEXT               PIC X(56)  VALUE SPACES.
020400*----------------------------------------------------------------
020500* ETAT DE LA PARTIE EN COURS DE DEPOUILLEMENT (RUPTURE SUR
020600* DATE / JOUEUR / NUMERO DE PARTIE DU FICHIER GAMEDTL)
020700*----------------------------------------------------------------
020800 01  SU-CUR-DATE                PIC 9(08)  VALUE ZERO.
020900 01  SU-CUR-PLAYER              PIC X(08)  VALUE SPACES.
021000 01  SU-CUR-SEQ                 PIC 9(03)  VALUE ZERO.
021100 01  SU-GAME-LINES              PIC 9(03)  VALUE ZERO.
021200 01  SU-GAME-LO                 PIC 9(04)  VALUE ZERO.
021300 01  SU-GAME-HI                 PIC 9(04)  VALUE 1000.
021400 01  SU-CUR-GUESS               PIC 9(03)  VALUE ZERO.
021500 01  SU-FOUND-VALUE             PIC 9(03)  VALUE ZERO.
021600 01  SU-GAME-WON-SWITCH         PIC X(01)  VALUE "N".
021700     88  SU-GAME-WON                       VALUE "Y".
021800 01  SU-GAME-RESUMED-SWITCH     PIC X(01)  VALUE "N".
021900     88  SU-GAME-RESUMED                   VALUE "Y".
022000 01  SU-WIN-IGNORED-SWITCH      PIC X(01)  VALUE "N".
022100     88  SU-WIN-IGNORED                    VALUE "Y".
022200 01  SU-GAME-FLAGGED-SWITCH     PIC X(01)  VALUE "N".
022300     88  SU-GAME-FLAGGED                   VALUE "Y".
022400 01  SU-MATCH-SUB               PIC 9(05)  COMP VALUE ZERO.
022500*----------------------------------------------------------------
022600* COMPTEURS GENERAUX
022700*----------------------------------------------------------------
022800 01  SU-LOG-READ                PIC 9(07)  VALUE ZERO.
022900 01  SU-LINES-READ              PIC 9(07)  VALUE ZERO.
023000 01  SU-GAMES-SCANNED           PIC 9(07)  VALUE ZERO.
023100 01  SU-GAMES-UNMATCHED         PIC 9(07)  VALUE ZERO.
023200 01  SU-GAMES-DOUBTFUL          PIC 9(07)  VALUE ZERO.
023300 01  SU-GAMES-FLAGGED           PIC 9(07)  VALUE ZERO.
023400 01  SU-RETURN-CODE             PIC 9(04)  VALUE ZERO.
023500 01  SU-COUNT-DISPLAY           PIC ZZZZZZ9.
023600 01  SU-PRINT-I                 PIC 9(05)  COMP VALUE ZERO.
023700 01  SU-EARLY-LIMIT             PIC 9(05)V9(04) VALUE ZERO.
023800*----------------------------------------------------------------
023900* PILOTAGE PAR LE FICHIER RUNCTL (DATE DE GESTION, DERNIERS
024000* PASSAGES PAR PROGRAMME) ET PASSAGE VOLONTAIRE PAR PARM FORCE
024100*----------------------------------------------------------------
024200 01  SU-RUNCTL-STATUS           PIC X(02)  VALUE "00".
024300 01  SU-RUNCTL-EOF-SWITCH       PIC X(01)  VALUE "N".
024400     88  SU-RUNCTL-AT-END                  VALUE "Y".
024500 01  SU-RUNCTL-PRESENT-SWITCH   PIC X(01)  VALUE "N".
024600     88  SU-RUNCTL-PRESENT                 VALUE "Y".
024700 01  SU-FORCED-RUN-SWITCH       PIC X(01)  VALUE "N".
024800     88  SU-FORCED-RUN                     VALUE "Y".
024900 01  SU-BUSINESS-DATE           PIC 9(08)  VALUE ZERO.
025000 01  SU-RC-COUNT                PIC 9(03)  COMP VALUE ZERO.
025100 01  SU-RC-SELF-SUB             PIC 9(03)  COMP VALUE ZERO.
025200 01  SU-RC-AUDIT-SUB            PIC 9(03)  COMP VALUE ZERO.
025300 01  SU-RC-TABLE.
025400     05  SU-RC-ENTRY  OCCURS 1 TO 20 TIMES
025500                      DEPENDING ON SU-RC-COUNT.
025600         10  SU-RC-IMAGE        PIC X(80).
025700 01  SU-RUNCTL-OVFL-SWITCH      PIC X(01)  VALUE "N".
025800     88  SU-RUNCTL-OVERFLOW                VALUE "Y".
025900 COPY RUNCTLR.
026000*----------------------------------------------------------------
026100* MISE EN PAGE DE L'ETAT IMPRIME (CLASSEMENT PUIS DETAIL)
026200*----------------------------------------------------------------
026300 01  SU-PAGE-NUMBER             PIC 9(04)  VALUE ZERO.
026400 01  SU-LINE-COUNT              PIC 9(03)  VALUE ZERO.
026500 01  SU-LINES-PER-PAGE          PIC 9(03)  VALUE 55.
026600 01  SU-SECTION-SWITCH          PIC X(01)  VALUE "R".
026700     88  SU-SECTION-RANKING                VALUE "R".
026800     88  SU-SECTION-DETAIL                 VALUE "D".
026900 01  SU-HEADING-LINE-1.
027000     05  FILLER                PIC X(20)  VALUE
027100         "GGSUSPCT            ".
027200     05  FILLER                PIC X(15)  VALUE SPACES.
027300     05  FILLER                PIC X(42)  VALUE
027400         "PARTIES SUSPECTES - DEVINE LE NOMBRE      ".
027500     05  FILLER                PIC X(38)  VALUE SPACES.
027600     05  FILLER                PIC X(07)  VALUE "PAGE : ".
027700     05  SU-HDG-PAGE           PIC ZZZ9.
027800     05  FILLER                PIC X(06)  VALUE SPACES.
027900 01  SU-HEADING-LINE-2.
028000     05  FILLER                PIC X(10)  VALUE "PERIODE : ".
028100     05  SU-HDG-FROM-DATE      PIC 9(08).
028200     05  FILLER                PIC X(03)  VALUE " A ".
028300     05  SU-HDG-TO-DATE        PIC 9(08).
028400     05  FILLER                PIC X(103) VALUE SPACES.
028500 01  SU-HEADING-LINE-3.
028600     05  FILLER                PIC X(05)  VALUE "RANG ".
028700     05  FILLER                PIC X(09)  VALUE "ID       ".
028800     05  FILLER                PIC X(21)  VALUE
028900         "NOM                  ".
029000     05  FILLER                PIC X(09)  VALUE "DATE     ".
029100     05  FILLER                PIC X(08)  VALUE "PARTIES ".
029200     05  FILLER                PIC X(08)  VALUE "VICT1-2 ".
029300     05  FILLER                PIC X(08)  VALUE "ATTENDU ".
029400     05  FILLER                PIC X(08)  VALUE " T FAUX ".
029500     05  FILLER                PIC X(08)  VALUE "VERD.IGN".
029600     05  FILLER                PIC X(08)  VALUE " REPRISE".
029700     05  FILLER                PIC X(09)  VALUE "    SCORE".
029800     05  FILLER                PIC X(31)  VALUE SPACES.
029900 01  SU-HEADING-LINE-4.
030000     05  FILLER                PIC X(101) VALUE ALL "-".
030100     05  FILLER                PIC X(31)  VALUE SPACES.
030200 01  SU-HEADING-LINE-5.
030300     05  FILLER                PIC X(40)  VALUE
030400         "DETAIL DES PARTIES SIGNALEES            ".
030500     05  FILLER                PIC X(92)  VALUE SPACES.
030600 01  SU-RANK-LINE.
030700     05  SU-RL-RANK            PIC ZZZ9.
030800     05  FILLER                PIC X(01)  VALUE SPACES.
030900     05  SU-RL-ID              PIC X(08).
031000     05  FILLER                PIC X(01)  VALUE SPACES.
031100     05  SU-RL-NAME            PIC X(20).
031200     05  FILLER                PIC X(01)  VALUE SPACES.
031300     05  SU-RL-DATE            PIC 9(08).
031400     05  FILLER                PIC X(03)  VALUE SPACES.
031500     05  SU-RL-GAMES           PIC ZZZZ9.
031600     05  FILLER                PIC X(03)  VALUE SPACES.
031700     05  SU-RL-EARLY           PIC ZZZZ9.
031800     05  SU-RL-EARLY-MARK      PIC X(01).
031900     05  FILLER                PIC X(02)  VALUE SPACES.
032000     05  SU-RL-EXPECTED        PIC ZZ9.99.
032100     05  FILLER                PIC X(03)  VALUE SPACES.
032200     05  SU-RL-MISMATCH        PIC ZZZZ9.
032300     05  FILLER                PIC X(03)  VALUE SPACES.
032400     05  SU-RL-IGNORED         PIC ZZZZ9.
032500     05  FILLER                PIC X(03)  VALUE SPACES.
032600     05  SU-RL-RESUMED         PIC ZZZZ9.
032700     05  FILLER                PIC X(02)  VALUE SPACES.
032800     05  SU-RL-SCORE           PIC ZZZZZZ9.
032900     05  FILLER                PIC X(31)  VALUE SPACES.
033000 01  SU-DETAIL-LINE.
033100     05  FILLER                PIC X(01)  VALUE SPACES.
033200     05  SU-DL-DATE            PIC 9(08).
033300     05  FILLER                PIC X(01)  VALUE SPACES.
033400     05  SU-DL-PLAYER          PIC X(08).
033500     05  FILLER                PIC X(08)  VALUE " PARTIE ".
033600     05  SU-DL-SEQ             PIC ZZ9.
033700     05  FILLER                PIC X(03)  VALUE " - ".
033800     05  SU-DL-TEXT            PIC X(56).
033900     05  FILLER                PIC X(44)  VALUE SPACES.
034000 01  SU-NOTE-LINE.
034100     05  FILLER                PIC X(40)  VALUE
034200         "* = VICTOIRES EN 1 OU 2 ESSAIS AU-DELA D".
034300     05  FILLER                PIC X(30)  VALUE
034400         "E L'ATTENDU DICHOTOMIQUE      ".
034500     05  FILLER                PIC X(62)  VALUE SPACES.
034600 01  SU-TOTAL-LINE.
034700     05  SU-TL-LABEL           PIC X(24).
034800     05  SU-TL-COUNT           PIC ZZZZZZ9.
034900     05  FILLER                PIC X(101) VALUE SPACES.
035000 PROCEDURE DIVISION.
035100*----------------------------------------------------------------
035200* 0000-MAINLINE - ENCHAINEMENT PRINCIPAL DU PROGRAMME
035300*----------------------------------------------------------------
035400 0000-MAINLINE.
035500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
035600     IF NOT SU-FATAL-ERROR
035700         PERFORM 2000-SCAN-DETAIL THRU 2000-EXIT
035800             UNTIL SU-GAMEDTL-AT-END
035900         IF SU-GAME-IS-OPEN
036000             PERFORM 3000-CLOSE-GAME THRU 3000-EXIT
036100         END-IF
036200         PERFORM 4000-BUILD-RANKING THRU 4000-EXIT
036300         PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
036400     END-IF
036500     PERFORM 9000-TERMINATE THRU 9000-EXIT
036600     MOVE SU-RETURN-CODE TO RETURN-CODE
036700     STOP RUN.
036800*----------------------------------------------------------------
036900* 1000-INITIALIZE - LECTURE DU PARM, CONTROLE DU PILOTAGE,
037000*                   CHARGEMENT DU CLEANLOG ET OUVERTURE DE GAMEDTL
037100*----------------------------------------------------------------
037200 1000-INITIALIZE.
037300     DISPLAY "GGSUSPCT - CONTROLE DES PARTIES SUSPECTES".
037400     ACCEPT SU-PARM-DATA FROM COMMAND-LINE.
037500     UNSTRING SU-PARM-DATA DELIMITED BY SPACE
037600         INTO SU-PARM-TOK-1
037700             SU-PARM-TOK-2
037800             SU-PARM-TOK-3.
037900*    LE MOT FORCE PEUT SUIVRE LA PLAGE DE DATES OU ETRE SEUL.
038000     IF SU-PARM-TOK-1 = "FORCE"
038100         MOVE "Y" TO SU-FORCED-RUN-SWITCH
038200     ELSE
038300         IF SU-PARM-TOK-1 IS NUMERIC
038400             MOVE SU-PARM-TOK-1 TO SU-FROM-DATE
038500         END-IF
038600         IF SU-PARM-TOK-2 IS NUMERIC
038700             MOVE SU-PARM-TOK-2 TO SU-TO-DATE
038800         END-IF
038900         IF SU-PARM-TOK-2 = "FORCE"
039000                 OR SU-PARM-TOK-3 = "FORCE"
039100             MOVE "Y" TO SU-FORCED-RUN-SWITCH
039200         END-IF
039300     END-IF.
039400     IF SU-FORCED-RUN
039500         DISPLAY "PASSAGE FORCE PAR PARM - SERA TRACE DANS "
039600             "RUNCTL."
039700     END-IF.
039800     PERFORM 1090-CHECK-RUNCTL THRU 1090-EXIT.
039900     IF SU-FATAL-ERROR
040000         GO TO 1000-EXIT
040100     END-IF.
040200     OPEN OUTPUT SUSPECT-REPORT.
040300     IF SU-REPORT-STATUS NOT = "00"
040400         DISPLAY "Ouverture SUSPRPT impossible, statut "
040500             SU-REPORT-STATUS "."
040600         MOVE "Y" TO SU-FATAL-ERROR-SWITCH
040700         MOVE 12 TO SU-RETURN-CODE
040800         GO TO 1000-EXIT
040900     END-IF.
041000     PERFORM 1100-LOAD-CLEANLOG THRU 1100-EXIT.
041100     IF SU-FATAL-ERROR
041200         GO TO 1000-EXIT
041300     END-IF.
041400     OPEN INPUT ROSTER-FILE.
041500     IF SU-ROSTER-STATUS NOT = "00"
041600         DISPLAY "Fichier ROSTER introuvable - noms non resolus."
041700     ELSE
041800         MOVE "Y" TO SU-ROSTER-OPENED-SWITCH
041900     END-IF.
042000     OPEN INPUT GAMEDTL-FILE.
042100     IF SU-GAMEDTL-STATUS NOT = "00"
042200         DISPLAY "Fichier GAMEDTL indisponible, statut "
042300             SU-GAMEDTL-STATUS "."
042400         MOVE "Y" TO SU-FATAL-ERROR-SWITCH
042500         MOVE 12 TO SU-RETURN-CODE
042600         GO TO 1000-EXIT
042700     END-IF.
042710     MOVE SU-FROM-DATE TO GD-LOG-DATE.
042720     MOVE LOW-VALUES TO GD-PLAYER-ID.
042730     MOVE ZERO TO GD-GAME-SEQ.
042740     MOVE ZERO TO GD-GUESS-NO.
042750     START GAMEDTL-FILE KEY IS NOT LESS THAN GD-KEY
042760         INVALID KEY
042770             MOVE "Y" TO SU-GAMEDTL-EOF-SWITCH
042780             GO TO 1000-EXIT
042790     END-START.
042800     PERFORM 2900-READ-GAMEDTL THRU 2900-EXIT.
042900 1000-EXIT.
043000     EXIT.
043100*----------------------------------------------------------------
043200* 1090-CHECK-RUNCTL - LECTURE DU FICHIER DE PILOTAGE : LE
043300*                     CONTROLE EXIGE UN AUDIT GGAUDIT EQUILIBRE
043400*                     TAMPONNE POUR LA DATE DE GESTION, SAUF PARM
043500*                     FORCE. UN FICHIER ABSENT LAISSE LA CHAINE
043600*                     NON CONTROLEE.
043700*----------------------------------------------------------------
043800 1090-CHECK-RUNCTL.
043900     OPEN INPUT RUNCTL-FILE.
044000     IF SU-RUNCTL-STATUS NOT = "00"
044100         DISPLAY "Fichier RUNCTL absent - enchainement non "
044200             "controle."
044300         GO TO 1090-EXIT
044400     END-IF.
044500     MOVE "Y" TO SU-RUNCTL-PRESENT-SWITCH.
044600     PERFORM 1091-READ-RUNCTL THRU 1091-EXIT
044700         UNTIL SU-RUNCTL-AT-END.
044800     CLOSE RUNCTL-FILE.
044900     IF SU-BUSINESS-DATE = ZERO
045000         DISPLAY "RUNCTL sans date de gestion - enchainement "
045100             "non controle."
045200         MOVE "N" TO SU-RUNCTL-PRESENT-SWITCH
045300         GO TO 1090-EXIT
045400     END-IF.
045500     DISPLAY "Date de gestion RUNCTL : " SU-BUSINESS-DATE.
045600     IF SU-RC-AUDIT-SUB > ZERO
045700         MOVE SU-RC-IMAGE (SU-RC-AUDIT-SUB) TO RUNCTL-RECORD
045800     END-IF.
045900     IF SU-RC-AUDIT-SUB = ZERO
046000             OR RC-LAST-RUN-DATE NOT = SU-BUSINESS-DATE
046100             OR NOT RC-RUN-BALANCED
046200         IF SU-FORCED-RUN
046300             DISPLAY "Audit absent ou non equilibre pour la "
046400                 "date de gestion - passage force accepte."
046500         ELSE
046600             DISPLAY "Audit GGAUDIT absent ou non equilibre "
046700                 "pour la date de gestion - controle "
046800                 "refuse (PARM FORCE pour passer outre)."
046900             MOVE "Y" TO SU-FATAL-ERROR-SWITCH
047000             MOVE 8 TO SU-RETURN-CODE
047100         END-IF
047200     END-IF.
047300 1090-EXIT.
047400     EXIT.
047500*----------------------------------------------------------------
047600* 1091-READ-RUNCTL - LECTURE D'UN ENREGISTREMENT DE PILOTAGE EN
047700*                    TABLE (ENTETE = DATE DE GESTION)
047800*----------------------------------------------------------------
047900 1091-READ-RUNCTL.
048000     READ RUNCTL-FILE INTO RUNCTL-RECORD
048100         AT END
048200             MOVE "Y" TO SU-RUNCTL-EOF-SWITCH
048300             GO TO 1091-EXIT
048400     END-READ.
048500     IF SU-RC-COUNT = 20
048600         MOVE "Y" TO SU-RUNCTL-OVFL-SWITCH
048700         GO TO 1091-EXIT
048800     END-IF.
048900     ADD 1 TO SU-RC-COUNT.
049000     MOVE RUNCTL-RECORD TO SU-RC-IMAGE (SU-RC-COUNT).
049100     IF RC-HEADER-REC
049200         MOVE RC-BUSINESS-DATE TO SU-BUSINESS-DATE
049300     ELSE
049400         EVALUATE RC-PROGRAM-NAME
049500             WHEN "GGAUDIT "
049600                 MOVE SU-RC-COUNT TO SU-RC-AUDIT-SUB
049700             WHEN "GGSUSPCT"
049800                 MOVE SU-RC-COUNT TO SU-RC-SELF-SUB
049900             WHEN OTHER
050000                 CONTINUE
050100         END-EVALUATE
050200     END-IF.
050300 1091-EXIT.
050400     EXIT.
050500*----------------------------------------------------------------
050600* 1100-LOAD-CLEANLOG - CHARGEMENT DES PARTIES VALIDEES DE LA PLAGE
050700*                      EN TABLE, AVEC NUMERO DE PARTIE DERIVE DE
050800*                      L'ORDRE D'ECRITURE PAR DATE ET JOUEUR
050900*----------------------------------------------------------------
051000 1100-LOAD-CLEANLOG.
051100     MOVE ZERO TO SU-GAME-COUNT.
051200     OPEN INPUT CLEANLOG-FILE.
051300     IF SU-CLEANLOG-STATUS NOT = "00"
051400         DISPLAY "Ouverture CLEANLOG en echec, statut "
051500             SU-CLEANLOG-STATUS "."
051600         MOVE "Y" TO SU-FATAL-ERROR-SWITCH
051700         MOVE 12 TO SU-RETURN-CODE
051800         GO TO 1100-EXIT
051900     END-IF.
052000     PERFORM 1110-LOAD-ONE-GAME THRU 1110-EXIT
052100         UNTIL SU-CLEANLOG-AT-END
052200             OR SU-TABLE-IS-FULL.
052300     CLOSE CLEANLOG-FILE.
052400     MOVE "N" TO SU-TABLE-FULL-SWITCH.
052500 1100-EXIT.
052600     EXIT.
052700*----------------------------------------------------------------
052800* 1110-LOAD-ONE-GAME - UNE PARTIE VALIDEE : FILTRE SUR LA PLAGE ET
052900*                      ATTRIBUTION DU NUMERO D'OCCURRENCE
053000*----------------------------------------------------------------
053100 1110-LOAD-ONE-GAME.
053200     READ CLEANLOG-FILE
053300         AT END
053400             MOVE "Y" TO SU-CLEANLOG-EOF-SWITCH
053500             GO TO 1110-EXIT
053600     END-READ.
053700     ADD 1 TO SU-LOG-READ.
053800     IF GL-LOG-DATE < SU-FROM-DATE
053900             OR GL-LOG-DATE > SU-TO-DATE
054000         GO TO 1110-EXIT
054100     END-IF.
054200     IF SU-GAME-COUNT = 20000
054300         DISPLAY "Table des parties saturee - plage trop large."
054400         MOVE "Y" TO SU-TABLE-FULL-SWITCH
054500         GO TO 1110-EXIT
054600     END-IF.
054700*    LE N-IEME ENREGISTREMENT D'UN JOUEUR POUR UNE DATE
054800*    CORRESPOND AU NUMERO DE PARTIE N DU FICHIER GAMEDTL.
054900     MOVE 1 TO SU-NEXT-SEQ.
055000     MOVE ZERO TO SU-SEQ-SCAN-I.
055100     PERFORM 1120-COUNT-PRIOR-GAMES THRU 1120-EXIT
055200         UNTIL SU-SEQ-SCAN-I >= SU-GAME-COUNT.
055300     ADD 1 TO SU-GAME-COUNT.
055400     SET SU-GAME-IDX TO SU-GAME-COUNT.
055500     MOVE GL-LOG-DATE TO SU-GM-DATE (SU-GAME-IDX).
055600     MOVE GL-PLAYER-ID TO SU-GM-PLAYER (SU-GAME-IDX).
055700     MOVE SU-NEXT-SEQ TO SU-GM-SEQ (SU-GAME-IDX).
055800     MOVE GL-MYSTERY-NUMBER TO SU-GM-MYSTERY (SU-GAME-IDX).
055900     MOVE GL-ATTEMPTS TO SU-GM-ATTEMPTS (SU-GAME-IDX).
056000     MOVE GL-RESULT TO SU-GM-RESULT (SU-GAME-IDX).
056100     MOVE GL-MAX-NUMBER TO SU-GM-MAX (SU-GAME-IDX).
056200 1110-EXIT.
056300     EXIT.
056400*----------------------------------------------------------------
056500* 1120-COUNT-PRIOR-GAMES - COMPTAGE DES PARTIES DEJA CHARGEES
056600*                          POUR LA MEME DATE ET LE MEME JOUEUR
056700*----------------------------------------------------------------
056800 1120-COUNT-PRIOR-GAMES.
056900     ADD 1 TO SU-SEQ-SCAN-I.
057000     SET SU-GAME-IDX TO SU-SEQ-SCAN-I.
057100     IF SU-GM-DATE (SU-GAME-IDX) = GL-LOG-DATE
057200             AND SU-GM-PLAYER (SU-GAME-IDX) = GL-PLAYER-ID
057300         ADD 1 TO SU-NEXT-SEQ
057400     END-IF.
057500 1120-EXIT.
057600     EXIT.
057700*----------------------------------------------------------------
057800* 2000-SCAN-DETAIL - UNE LIGNE DE DETAIL : RUPTURE DE PARTIE
057900*                    PUIS DEPOUILLEMENT DE LA PROPOSITION
058000*----------------------------------------------------------------
058100 2000-SCAN-DETAIL.
058200     IF GD-LOG-DATE > SU-TO-DATE
058300         MOVE "Y" TO SU-GAMEDTL-EOF-SWITCH
058400         GO TO 2000-EXIT
058500     END-IF.
058600     IF SU-GAME-IS-OPEN
058700         IF GD-LOG-DATE NOT = SU-CUR-DATE
058800                 OR GD-PLAYER-ID NOT = SU-CUR-PLAYER
058900                 OR GD-GAME-SEQ NOT = SU-CUR-SEQ
059000             PERFORM 3000-CLOSE-GAME THRU 3000-EXIT
059100             PERFORM 2200-OPEN-GAME THRU 2200-EXIT
059200         END-IF
059300     ELSE
059400         PERFORM 2200-OPEN-GAME THRU 2200-EXIT
059500     END-IF.
059600     PERFORM 2300-SCORE-GUESS THRU 2300-EXIT.
059800     PERFORM 2900-READ-GAMEDTL THRU 2900-EXIT.
059900 2000-EXIT.
060000     EXIT.
060100*----------------------------------------------------------------
060200* 2200-OPEN-GAME - OUVERTURE DU DEPOUILLEMENT D'UNE PARTIE
060300*----------------------------------------------------------------
060400 2200-OPEN-GAME.
060500     MOVE "Y" TO SU-GAME-OPEN-SWITCH.
060600     MOVE GD-LOG-DATE TO SU-CUR-DATE.
060700     MOVE GD-PLAYER-ID TO SU-CUR-PLAYER.
060800     MOVE GD-GAME-SEQ TO SU-CUR-SEQ.
060900     MOVE ZERO TO SU-GAME-LINES
061000                  SU-GAME-LO
061100                  SU-FOUND-VALUE.
061200     MOVE 1000 TO SU-GAME-HI.
061300     MOVE "N" TO SU-GAME-WON-SWITCH
061400                 SU-GAME-RESUMED-SWITCH
061500                 SU-WIN-IGNORED-SWITCH.
061600 2200-EXIT.
061700     EXIT.
061800*----------------------------------------------------------------
061900* 2300-SCORE-GUESS - DEPOUILLEMENT D'UNE PROPOSITION : BORNES
062000*                    CONNUES, PROPOSITION GAGNANTE ET TOP REPRISE
062100*----------------------------------------------------------------
062200 2300-SCORE-GUESS.
062300     ADD 1 TO SU-GAME-LINES.
062400     IF GD-RESUMED-LINE
062500         MOVE "Y" TO SU-GAME-RESUMED-SWITCH
062600     END-IF.
062700     IF GD-GUESS-VALUE IS NOT NUMERIC
062800         GO TO 2300-EXIT
062900     END-IF.
063000     MOVE GD-GUESS-VALUE TO SU-CUR-GUESS.
063100     EVALUATE TRUE
063200         WHEN GD-TOO-SMALL
063300             IF SU-CUR-GUESS > SU-GAME-LO
063400                 MOVE SU-CUR-GUESS TO SU-GAME-LO
063500             END-IF
063600         WHEN GD-TOO-BIG
063700             IF SU-CUR-GUESS < SU-GAME-HI
063800                 MOVE SU-CUR-GUESS TO SU-GAME-HI
063900             END-IF
064000         WHEN GD-FOUND
064100             MOVE "Y" TO SU-GAME-WON-SWITCH
064200             MOVE SU-CUR-GUESS TO SU-FOUND-VALUE
064300*            UNE PROPOSITION GAGNANTE EN DEHORS DE L'INTERVALLE
064400*            ETABLI PAR LES VERDICTS PRECEDENTS EST IMPOSSIBLE
064500*            SANS CONNAITRE LE NOMBRE PAR UN AUTRE MOYEN.
064600             IF SU-CUR-GUESS <= SU-GAME-LO
064700                     OR SU-CUR-GUESS >= SU-GAME-HI
064800                 MOVE "Y" TO SU-WIN-IGNORED-SWITCH
064900             END-IF
065000         WHEN OTHER
065100             CONTINUE
065200     END-EVALUATE.
065300 2300-EXIT.
065400     EXIT.
065500*----------------------------------------------------------------
065600* 2900-READ-GAMEDTL - LECTURE DE LA LIGNE DE DETAIL SUIVANTE
065700*----------------------------------------------------------------
065800 2900-READ-GAMEDTL.
065900     READ GAMEDTL-FILE NEXT RECORD
066000         AT END
066100             MOVE "Y" TO SU-GAMEDTL-EOF-SWITCH
066200         NOT AT END
066300             ADD 1 TO SU-LINES-READ
066400     END-READ.
066500 2900-EXIT.
066600     EXIT.
066700*----------------------------------------------------------------
066800* 3000-CLOSE-GAME - CLOTURE D'UNE PARTIE DEPOUILLEE : APPARIEMENT
066900*                   AVEC LE CLEANLOG, CONTROLES ET CUMUL DANS LA
067000*                   TABLE JOUEUR/DATE
067100*----------------------------------------------------------------
067200 3000-CLOSE-GAME.
067300     MOVE "N" TO SU-GAME-OPEN-SWITCH.
067400     ADD 1 TO SU-GAMES-SCANNED.
067500     PERFORM 3100-MATCH-CLEANLOG THRU 3100-EXIT.
067600*    UNE PARTIE ABSENTE DU CLEANLOG (REJETEE PAR GGAUDIT OU HORS
067700*    DU FICHIER VIF) N'EST PAS JUGEE ICI.
067800     IF NOT SU-MATCH-FOUND
067900         ADD 1 TO SU-GAMES-UNMATCHED
068000         GO TO 3000-EXIT
068100     END-IF.
068200     PERFORM 3200-FIND-PLAYER-DATE THRU 3200-EXIT.
068300     IF SU-TABLE-IS-FULL
068400         GO TO 3000-EXIT
068500     END-IF.
068600     SET SU-GAME-IDX TO SU-MATCH-SUB.
068700     MOVE "N" TO SU-GAME-FLAGGED-SWITCH.
068800     ADD 1 TO SU-PD-GAMES (SU-PD-IDX).
068900     IF SU-GM-MAX (SU-GAME-IDX) > ZERO
069000         COMPUTE SU-PD-EXPECTED (SU-PD-IDX) =
069100             SU-PD-EXPECTED (SU-PD-IDX)
069200                 + SU-EARLY-DEPTH-VALUES / SU-GM-MAX (SU-GAME-IDX)
069300     END-IF.
069400     IF SU-GAME-RESUMED
069500         ADD 1 TO SU-PD-RESUMED (SU-PD-IDX)
069600         MOVE "PARTIE REPRISE SUR POINT DE REPRISE (RESTART)"
069700             TO SU-FLAG-TEXT
069800         PERFORM 3400-ADD-FLAG THRU 3400-EXIT
069900     END-IF.
070000*    UN NOMBRE DE LIGNES DIFFERENT DE GL-ATTEMPTS SIGNALE UN
070100*    APPARIEMENT DOUTEUX (PARTIE DU JOUR REJETEE PAR GGAUDIT) :
070200*    LE NOMBRE MYSTERE N'EST ALORS PAS COMPARE.
070300     IF SU-GAME-LINES NOT = SU-GM-ATTEMPTS (SU-GAME-IDX)
070400         ADD 1 TO SU-GAMES-DOUBTFUL
070500         GO TO 3000-NEXT
070600     END-IF.
070700     IF NOT SU-GAME-WON
070800         GO TO 3000-NEXT
070900     END-IF.
071000     IF SU-GAME-LINES <= 2
071100         ADD 1 TO SU-PD-EARLY (SU-PD-IDX)
071200     END-IF.
071300     IF SU-FOUND-VALUE NOT = SU-GM-MYSTERY (SU-GAME-IDX)
071400         ADD 1 TO SU-PD-MISMATCH (SU-PD-IDX)
071500         MOVE "LIGNE TROUVE DIFFERENTE DU NOMBRE MYSTERE GAMELOG"
071600             TO SU-FLAG-TEXT
071700         PERFORM 3400-ADD-FLAG THRU 3400-EXIT
071800     END-IF.
071900     IF SU-WIN-IGNORED
072000         ADD 1 TO SU-PD-IGNORED (SU-PD-IDX)
072100         MOVE "PROPOSITION GAGNANTE HORS DES VERDICTS P/G RECUS"
072200             TO SU-FLAG-TEXT
072300         PERFORM 3400-ADD-FLAG THRU 3400-EXIT
072400     END-IF.
072500 3000-NEXT.
072600     IF SU-GAME-FLAGGED
072700         ADD 1 TO SU-GAMES-FLAGGED
072800     END-IF.
072900 3000-EXIT.
073000     EXIT.
073100*----------------------------------------------------------------
073200* 3100-MATCH-CLEANLOG - APPARIEMENT DE LA PARTIE DEPOUILLEE AVEC
073300*                       SA PARTIE VALIDEE (DATE, JOUEUR, NUMERO)
073400*----------------------------------------------------------------
073500 3100-MATCH-CLEANLOG.
073600     MOVE "N" TO SU-MATCH-FOUND-SWITCH.
073700     MOVE ZERO TO SU-MATCH-SUB.
073800     IF SU-GAME-COUNT = ZERO
073900         GO TO 3100-EXIT
074000     END-IF.
074100     SET SU-GAME-IDX TO 1.
074200     SEARCH SU-GAME-ENTRY
074300         AT END
074400             CONTINUE
074500         WHEN SU-GM-DATE (SU-GAME-IDX) = SU-CUR-DATE
074600                 AND SU-GM-PLAYER (SU-GAME-IDX) = SU-CUR-PLAYER
074700                 AND SU-GM-SEQ (SU-GAME-IDX) = SU-CUR-SEQ
074800             MOVE "Y" TO SU-MATCH-FOUND-SWITCH
074900             SET SU-MATCH-SUB TO SU-GAME-IDX
075000     END-SEARCH.
075100 3100-EXIT.
075200     EXIT.
075300*----------------------------------------------------------------
075400* 3200-FIND-PLAYER-DATE - RECHERCHE (OU CREATION) DU COUPLE
075500*                         JOUEUR/DATE DE LA PARTIE
075600*----------------------------------------------------------------
075700 3200-FIND-PLAYER-DATE.
075800     MOVE "N" TO SU-TABLE-FULL-SWITCH.
075900     IF SU-PD-COUNT = ZERO
076000         PERFORM 3210-ADD-PLAYER-DATE THRU 3210-EXIT
076100         GO TO 3200-EXIT
076200     END-IF.
076300     SET SU-PD-IDX TO 1.
076400     SEARCH SU-PD-ENTRY
076500         AT END
076600             PERFORM 3210-ADD-PLAYER-DATE THRU 3210-EXIT
076700         WHEN SU-PD-PLAYER (SU-PD-IDX) = SU-CUR-PLAYER
076800                 AND SU-PD-DATE (SU-PD-IDX) = SU-CUR-DATE
076900             CONTINUE
077000     END-SEARCH.
077100 3200-EXIT.
077200     EXIT.
077300*----------------------------------------------------------------
077400* 3210-ADD-PLAYER-DATE - CREATION D'UN COUPLE JOUEUR/DATE
077500*----------------------------------------------------------------
077600 3210-ADD-PLAYER-DATE.
077700     IF SU-PD-COUNT = 5000
077800         DISPLAY "Table joueur/date saturee - partie de "
077900             SU-CUR-PLAYER " du " SU-CUR-DATE " ignoree."
078000         MOVE "Y" TO SU-TABLE-FULL-SWITCH
078100         GO TO 3210-EXIT
078200     END-IF.
078300     ADD 1 TO SU-PD-COUNT.
078400     SET SU-PD-IDX TO SU-PD-COUNT.
078500     MOVE SU-CUR-PLAYER TO SU-PD-PLAYER (SU-PD-IDX).
078600     MOVE SU-CUR-DATE TO SU-PD-DATE (SU-PD-IDX).
078700     MOVE ZERO TO SU-PD-GAMES (SU-PD-IDX)
078800                  SU-PD-EARLY (SU-PD-IDX)
078900                  SU-PD-EXPECTED (SU-PD-IDX)
079000                  SU-PD-MISMATCH (SU-PD-IDX)
079100                  SU-PD-IGNORED (SU-PD-IDX)
079200                  SU-PD-RESUMED (SU-PD-IDX)
079300                  SU-PD-SCORE (SU-PD-IDX).
079400     MOVE SPACE TO SU-PD-EARLY-FLAG (SU-PD-IDX).
079500 3210-EXIT.
079600     EXIT.
079700*----------------------------------------------------------------
079800* 3400-ADD-FLAG - MEMORISATION D'UN MOTIF DE SIGNALEMENT POUR LE
079900*                 DETAIL DES PARTIES
080000*----------------------------------------------------------------
080100 3400-ADD-FLAG.
080200     MOVE "Y" TO SU-GAME-FLAGGED-SWITCH.
080300     IF SU-FLAG-COUNT = 2000
080400         GO TO 3400-EXIT
080500     END-IF.
080600     ADD 1 TO SU-FLAG-COUNT.
080700     SET SU-FLAG-IDX TO SU-FLAG-COUNT.
080800     MOVE SU-CUR-DATE TO SU-FL-DATE (SU-FLAG-IDX).
080900     MOVE SU-CUR-PLAYER TO SU-FL-PLAYER (SU-FLAG-IDX).
081000     MOVE SU-CUR-SEQ TO SU-FL-SEQ (SU-FLAG-IDX).
081100     MOVE SU-FLAG-TEXT TO SU-FL-TEXT (SU-FLAG-IDX).
081200 3400-EXIT.
081300     EXIT.
081400*----------------------------------------------------------------
081500* 4000-BUILD-RANKING - SCORE DE CHAQUE COUPLE JOUEUR/DATE ET
081600*                      CLASSEMENT DES COUPLES SIGNALES
081700*----------------------------------------------------------------
081800 4000-BUILD-RANKING.
081900     MOVE ZERO TO SU-PD-SCAN-I.
082000     MOVE ZERO TO SU-RANK-COUNT.
082100     PERFORM 4100-SCORE-ONE-ENTRY THRU 4100-EXIT
082200         UNTIL SU-PD-SCAN-I >= SU-PD-COUNT.
082300     PERFORM 4200-SORT-RANKING THRU 4200-EXIT.
082400 4000-EXIT.
082500     EXIT.
082600*----------------------------------------------------------------
082700* 4100-SCORE-ONE-ENTRY - SCORE PONDERE D'UN COUPLE JOUEUR/DATE ;
082800*                        LES VICTOIRES EN UN OU DEUX ESSAIS NE
082900*                        COMPTENT QU'AU-DELA DU SEUIL MINIMUM ET
083000*                        DU MULTIPLE DE L'ATTENDU DICHOTOMIQUE
083100*----------------------------------------------------------------
083200 4100-SCORE-ONE-ENTRY.
083300     ADD 1 TO SU-PD-SCAN-I.
083400     SET SU-PD-IDX TO SU-PD-SCAN-I.
083500     COMPUTE SU-EARLY-LIMIT =
083600         SU-PD-EXPECTED (SU-PD-IDX) * SU-EARLY-FACTOR.
083700     IF SU-PD-EARLY (SU-PD-IDX) >= SU-EARLY-MINIMUM
083800             AND SU-PD-EARLY (SU-PD-IDX) > SU-EARLY-LIMIT
083900         MOVE "*" TO SU-PD-EARLY-FLAG (SU-PD-IDX)
084000         ADD SU-WEIGHT-EARLY TO SU-PD-SCORE (SU-PD-IDX)
084100     END-IF.
084200     COMPUTE SU-PD-SCORE (SU-PD-IDX) =
084300         SU-PD-SCORE (SU-PD-IDX)
084400             + SU-PD-MISMATCH (SU-PD-IDX) * SU-WEIGHT-MISMATCH
084500             + SU-PD-IGNORED (SU-PD-IDX) * SU-WEIGHT-IGNORED
084600             + SU-PD-RESUMED (SU-PD-IDX) * SU-WEIGHT-RESUMED.
084700     IF SU-PD-SCORE (SU-PD-IDX) = ZERO
084800         GO TO 4100-EXIT
084900     END-IF.
085000     IF SU-RANK-COUNT = 1000
085100         DISPLAY "Table du classement saturee - couple "
085200             SU-PD-PLAYER (SU-PD-IDX) " "
085300             SU-PD-DATE (SU-PD-IDX) " non classe."
085400         GO TO 4100-EXIT
085500     END-IF.
085600     ADD 1 TO SU-RANK-COUNT.
085700     MOVE SU-PD-ENTRY (SU-PD-IDX)
085800         TO SU-RANK-ENTRY (SU-RANK-COUNT).
085900 4100-EXIT.
086000     EXIT.
086100*----------------------------------------------------------------
086200* 4200-SORT-RANKING - TRI A BULLES DU CLASSEMENT : SCORE
086300*                     DECROISSANT, PUIS DATE ET JOUEUR
086400*----------------------------------------------------------------
086500 4200-SORT-RANKING.
086600     IF SU-RANK-COUNT < 2
086700         GO TO 4200-EXIT
086800     END-IF.
086900     COMPUTE SU-SORT-LIMIT = SU-RANK-COUNT - 1.
087000     MOVE ZERO TO SU-SORT-I.
087100     PERFORM 4210-SORT-PASS THRU 4210-EXIT
087200         UNTIL SU-SORT-I >= SU-SORT-LIMIT.
087300 4200-EXIT.
087400     EXIT.
087500*----------------------------------------------------------------
087600* 4210-SORT-PASS - UNE PASSE DU TRI A BULLES
087700*----------------------------------------------------------------
087800 4210-SORT-PASS.
087900     ADD 1 TO SU-SORT-I.
088000     MOVE ZERO TO SU-SORT-J.
088100     PERFORM 4220-SORT-COMPARE THRU 4220-EXIT
088200         UNTIL SU-SORT-J >= SU-SORT-LIMIT.
088300 4210-EXIT.
088400     EXIT.
088500*----------------------------------------------------------------
088600* 4220-SORT-COMPARE - COMPARAISON DE DEUX ENTREES ADJACENTES ET
088700*                     ECHANGE SI ELLES SONT DANS LE MAUVAIS ORDRE
088800*----------------------------------------------------------------
088900 4220-SORT-COMPARE.
089000     ADD 1 TO SU-SORT-J.
089100     MOVE "N" TO SU-SWAP-NEEDED-SWITCH.
089200     IF SU-RK-SCORE (SU-SORT-J) < SU-RK-SCORE (SU-SORT-J + 1)
089300         MOVE "Y" TO SU-SWAP-NEEDED-SWITCH
089400     ELSE
089500         IF SU-RK-SCORE (SU-SORT-J) = SU-RK-SCORE (SU-SORT-J + 1)
089600             IF SU-RK-DATE (SU-SORT-J)
089700                     > SU-RK-DATE (SU-SORT-J + 1)
089800                 MOVE "Y" TO SU-SWAP-NEEDED-SWITCH
089900             ELSE
090000                 IF SU-RK-DATE (SU-SORT-J)
090100                         = SU-RK-DATE (SU-SORT-J + 1)
090200                     AND SU-RK-PLAYER (SU-SORT-J)
090300                         > SU-RK-PLAYER (SU-SORT-J + 1)
090400                     MOVE "Y" TO SU-SWAP-NEEDED-SWITCH
090500                 END-IF
090600             END-IF
090700         END-IF
090800     END-IF.
090900     IF SU-SWAP-NEEDED
091000         MOVE SU-RANK-ENTRY (SU-SORT-J) TO SU-SORT-SWAP-ENTRY
091100         MOVE SU-RANK-ENTRY (SU-SORT-J + 1)
091200             TO SU-RANK-ENTRY (SU-SORT-J)
091300         MOVE SU-SORT-SWAP-ENTRY
091400             TO SU-RANK-ENTRY (SU-SORT-J + 1)
091500     END-IF.
091600 4220-EXIT.
091700     EXIT.
091800*----------------------------------------------------------------
091900* 5000-PRINT-REPORT - EDITION DU CLASSEMENT DES SUSPICIONS, DU
092000*                     DETAIL DES PARTIES SIGNALEES ET DES TOTAUX
092100*----------------------------------------------------------------
092200 5000-PRINT-REPORT.
092300     MOVE "R" TO SU-SECTION-SWITCH.
092400     PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT.
092500     MOVE ZERO TO SU-PRINT-I.
092600     PERFORM 5200-PRINT-ONE-RANK THRU 5200-EXIT
092700         UNTIL SU-PRINT-I >= SU-RANK-COUNT.
092800     MOVE SPACES TO SUSPECT-PRINT-LINE.
092900     WRITE SUSPECT-PRINT-LINE AFTER ADVANCING 1 LINE.
093000     WRITE SUSPECT-PRINT-LINE FROM SU-NOTE-LINE
093100         AFTER ADVANCING 1 LINE.
093200     MOVE "D" TO SU-SECTION-SWITCH.
093300     PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT.
093400     MOVE ZERO TO SU-PRINT-I.
093500     PERFORM 5300-PRINT-ONE-FLAG THRU 5300-EXIT
093600         UNTIL SU-PRINT-I >= SU-FLAG-COUNT.
093700     PERFORM 5400-PRINT-TOTALS THRU 5400-EXIT.
093800     IF SU-RANK-COUNT > ZERO
093900         MOVE 4 TO SU-RETURN-CODE
094000     END-IF.
094100 5000-EXIT.
094200     EXIT.
094300*----------------------------------------------------------------
094400* 5100-PRINT-HEADINGS - ENTETE DE PAGE (TITRE, PERIODE, COLONNES
094500*                       DE LA SECTION EN COURS)
094600*----------------------------------------------------------------
094700 5100-PRINT-HEADINGS.
094800     ADD 1 TO SU-PAGE-NUMBER.
094900     MOVE SU-PAGE-NUMBER TO SU-HDG-PAGE.
095000     MOVE SU-FROM-DATE TO SU-HDG-FROM-DATE.
095100     MOVE SU-TO-DATE TO SU-HDG-TO-DATE.
095200     WRITE SUSPECT-PRINT-LINE FROM SU-HEADING-LINE-1
095300         AFTER ADVANCING PAGE.
095400     WRITE SUSPECT-PRINT-LINE FROM SU-HEADING-LINE-2
095500         AFTER ADVANCING 1 LINE.
095600     MOVE SPACES TO SUSPECT-PRINT-LINE.
095700     WRITE SUSPECT-PRINT-LINE AFTER ADVANCING 1 LINE.
095800     IF SU-SECTION-RANKING
095900         WRITE SUSPECT-PRINT-LINE FROM SU-HEADING-LINE-3
096000             AFTER ADVANCING 1 LINE
096100     ELSE
096200         WRITE SUSPECT-PRINT-LINE FROM SU-HEADING-LINE-5
096300             AFTER ADVANCING 1 LINE
096400     END-IF.
096500     WRITE SUSPECT-PRINT-LINE FROM SU-HEADING-LINE-4
096600         AFTER ADVANCING 1 LINE.
096700     MOVE 5 TO SU-LINE-COUNT.
096800 5100-EXIT.
096900     EXIT.
097000*----------------------------------------------------------------
097100* 5200-PRINT-ONE-RANK - UNE LIGNE DU CLASSEMENT, AVEC SAUT DE
097200*                       PAGE QUAND LA PAGE EST PLEINE
097300*----------------------------------------------------------------
097400 5200-PRINT-ONE-RANK.
097500     ADD 1 TO SU-PRINT-I.
097600     SET SU-RANK-IDX TO SU-PRINT-I.
097700     IF SU-LINE-COUNT >= SU-LINES-PER-PAGE
097800         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
097900     END-IF.
098000     MOVE SU-PRINT-I TO SU-RL-RANK.
098100     MOVE SU-RK-PLAYER (SU-RANK-IDX) TO SU-RL-ID.
098200     PERFORM 5210-RESOLVE-NAME THRU 5210-EXIT.
098300     MOVE SU-RK-DATE (SU-RANK-IDX) TO SU-RL-DATE.
098400     MOVE SU-RK-GAMES (SU-RANK-IDX) TO SU-RL-GAMES.
098500     MOVE SU-RK-EARLY (SU-RANK-IDX) TO SU-RL-EARLY.
098600     MOVE SU-RK-EARLY-FLAG (SU-RANK-IDX) TO SU-RL-EARLY-MARK.
098700     MOVE SU-RK-EXPECTED (SU-RANK-IDX) TO SU-RL-EXPECTED.
098800     MOVE SU-RK-MISMATCH (SU-RANK-IDX) TO SU-RL-MISMATCH.
098900     MOVE SU-RK-IGNORED (SU-RANK-IDX) TO SU-RL-IGNORED.
099000     MOVE SU-RK-RESUMED (SU-RANK-IDX) TO SU-RL-RESUMED.
099100     MOVE SU-RK-SCORE (SU-RANK-IDX) TO SU-RL-SCORE.
099200     WRITE SUSPECT-PRINT-LINE FROM SU-RANK-LINE
099300         AFTER ADVANCING 1 LINE.
099400     ADD 1 TO SU-LINE-COUNT.
099500 5200-EXIT.
099600     EXIT.
099700*----------------------------------------------------------------
099800* 5210-RESOLVE-NAME - LECTURE DIRECTE DU NOM EN CLAIR DANS LE
099900*                     ROSTER INDEXE, SINON "(HORS ROSTER)"
100000*----------------------------------------------------------------
100100 5210-RESOLVE-NAME.
100200     MOVE "(HORS ROSTER)       " TO SU-RL-NAME.
100300     IF SU-ROSTER-IS-OPENED
100400         MOVE SU-RK-PLAYER (SU-RANK-IDX) TO RO-PLAYER-ID
100500         READ ROSTER-FILE
100600             INVALID KEY
100700                 CONTINUE
100800             NOT INVALID KEY
100900                 MOVE RO-PLAYER-NAME TO SU-RL-NAME
101000         END-READ
101100     END-IF.
101200 5210-EXIT.
101300     EXIT.
101400*----------------------------------------------------------------
101500* 5300-PRINT-ONE-FLAG - UNE LIGNE DU DETAIL DES PARTIES SIGNALEES
101600*----------------------------------------------------------------
101700 5300-PRINT-ONE-FLAG.
101800     ADD 1 TO SU-PRINT-I.
101900     SET SU-FLAG-IDX TO SU-PRINT-I.
102000     IF SU-LINE-COUNT >= SU-LINES-PER-PAGE
102100         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
102200     END-IF.
102300     MOVE SU-FL-DATE (SU-FLAG-IDX) TO SU-DL-DATE.
102400     MOVE SU-FL-PLAYER (SU-FLAG-IDX) TO SU-DL-PLAYER.
102500     MOVE SU-FL-SEQ (SU-FLAG-IDX) TO SU-DL-SEQ.
102600     MOVE SU-FL-TEXT (SU-FLAG-IDX) TO SU-DL-TEXT.
102700     WRITE SUSPECT-PRINT-LINE FROM SU-DETAIL-LINE
102800         AFTER ADVANCING 1 LINE.
102900     ADD 1 TO SU-LINE-COUNT.
103000 5300-EXIT.
103100     EXIT.
103200*----------------------------------------------------------------
103300* 5400-PRINT-TOTALS - TOTAUX DE CONTROLE DU PASSAGE
103400*----------------------------------------------------------------
103500 5400-PRINT-TOTALS.
103600     MOVE SPACES TO SUSPECT-PRINT-LINE.
103700     WRITE SUSPECT-PRINT-LINE AFTER ADVANCING 1 LINE.
103800     MOVE "PARTIES CLEANLOG LUES : " TO SU-TL-LABEL.
103900     MOVE SU-LOG-READ TO SU-TL-COUNT.
104000     WRITE SUSPECT-PRINT-LINE FROM SU-TOTAL-LINE
104100         AFTER ADVANCING 1 LINE.
104200     MOVE "PARTIES DEPOUILLEES   : " TO SU-TL-LABEL.
104300     MOVE SU-GAMES-SCANNED TO SU-TL-COUNT.
104400     WRITE SUSPECT-PRINT-LINE FROM SU-TOTAL-LINE
104500         AFTER ADVANCING 1 LINE.
104600     MOVE "PARTIES NON VALIDEES  : " TO SU-TL-LABEL.
104700     MOVE SU-GAMES-UNMATCHED TO SU-TL-COUNT.
104800     WRITE SUSPECT-PRINT-LINE FROM SU-TOTAL-LINE
104900         AFTER ADVANCING 1 LINE.
105000     MOVE "APPARIEMENTS DOUTEUX  : " TO SU-TL-LABEL.
105100     MOVE SU-GAMES-DOUBTFUL TO SU-TL-COUNT.
105200     WRITE SUSPECT-PRINT-LINE FROM SU-TOTAL-LINE
105300         AFTER ADVANCING 1 LINE.
105400     MOVE "PARTIES SIGNALEES     : " TO SU-TL-LABEL.
105500     MOVE SU-GAMES-FLAGGED TO SU-TL-COUNT.
105600     WRITE SUSPECT-PRINT-LINE FROM SU-TOTAL-LINE
105700         AFTER ADVANCING 1 LINE.
105800     MOVE "COUPLES JOUEUR/DATE   : " TO SU-TL-LABEL.
105900     MOVE SU-RANK-COUNT TO SU-TL-COUNT.
106000     WRITE SUSPECT-PRINT-LINE FROM SU-TOTAL-LINE
106100         AFTER ADVANCING 1 LINE.
106200 5400-EXIT.
106300     EXIT.
106400*----------------------------------------------------------------
106500* 9000-TERMINATE - FERMETURE DES FICHIERS ET FIN DE PROGRAMME
106600*----------------------------------------------------------------
106700 9000-TERMINATE.
106800     IF SU-GAMEDTL-STATUS = "00" OR "10" OR "23"
106900         CLOSE GAMEDTL-FILE
107000     END-IF.
107100     IF SU-ROSTER-IS-OPENED
107200         CLOSE ROSTER-FILE
107300     END-IF.
107400     IF SU-REPORT-STATUS = "00"
107500         CLOSE SUSPECT-REPORT
107600     END-IF.
107700     PERFORM 9200-STAMP-RUNCTL THRU 9200-EXIT.
107800     DISPLAY "Controle GGSUSPCT edite sur SUSPRPT, code retour "
107900         SU-RETURN-CODE ".".
108000 9000-EXIT.
108100     EXIT.
108200*----------------------------------------------------------------
108300* 9200-STAMP-RUNCTL - TAMPON DU PASSAGE DANS LE FICHIER DE
108400*                     PILOTAGE (NOMBRE DE COUPLES SIGNALES) ; PAS
108500*                     DE TAMPON SUR UN PASSAGE REFUSE OU EN ECHEC
108600*----------------------------------------------------------------
108700 9200-STAMP-RUNCTL.
108800     IF NOT SU-RUNCTL-PRESENT
108900             OR SU-RETURN-CODE > 4
109000         GO TO 9200-EXIT
109100     END-IF.
109200*    UN FICHIER DE PILOTAGE ANORMALEMENT LONG N'EST PAS
109300*    REECRIT : PAS DE TAMPON PLUTOT QU'UN FICHIER TRONQUE.
109400     IF SU-RUNCTL-OVERFLOW
109500         DISPLAY "RUNCTL de plus de 20 enregistrements - "
109600             "tampon abandonne pour ne pas tronquer."
109700         MOVE 12 TO SU-RETURN-CODE
109800         GO TO 9200-EXIT
109900     END-IF.
110000     MOVE SPACES TO RUNCTL-RECORD.
110100     MOVE "P" TO RC-RECORD-TYPE.
110200     MOVE "GGSUSPCT" TO RC-PROGRAM-NAME.
110300     MOVE SU-BUSINESS-DATE TO RC-LAST-RUN-DATE.
110400     MOVE SU-RETURN-CODE TO RC-LAST-RC.
110500     MOVE SU-RANK-COUNT TO RC-CONTROL-COUNT.
110600     MOVE "Y" TO RC-BALANCED-FLAG.
110700     MOVE SU-FORCED-RUN-SWITCH TO RC-FORCED-FLAG.
110800     IF SU-RC-SELF-SUB > ZERO
110900         MOVE RUNCTL-RECORD TO SU-RC-IMAGE (SU-RC-SELF-SUB)
111000     ELSE
111100         IF SU-RC-COUNT < 20
111200             ADD 1 TO SU-RC-COUNT
111300             MOVE RUNCTL-RECORD TO SU-RC-IMAGE (SU-RC-COUNT)
111400         END-IF
111500     END-IF.
111600     OPEN OUTPUT RUNCTL-FILE.
111700     IF SU-RUNCTL-STATUS NOT = "00"
111800         DISPLAY "Reecriture RUNCTL impossible, statut "
111900             SU-RUNCTL-STATUS "."
112000         MOVE 12 TO SU-RETURN-CODE
112100         GO TO 9200-EXIT
112200     END-IF.
112300     MOVE ZERO TO SU-RC-SELF-SUB.
112400     PERFORM 9210-WRITE-RUNCTL THRU 9210-EXIT
112500         UNTIL SU-RC-SELF-SUB >= SU-RC-COUNT.
112600     CLOSE RUNCTL-FILE.
112700 9200-EXIT.
112800     EXIT.
112900*----------------------------------------------------------------
113000* 9210-WRITE-RUNCTL - REECRITURE D'UN ENREGISTREMENT DE PILOTAGE
113100*----------------------------------------------------------------
113200 9210-WRITE-RUNCTL.
113300     ADD 1 TO SU-RC-SELF-SUB.
113400     WRITE RUNCTL-IO-AREA
113500         FROM SU-RC-IMAGE (SU-RC-SELF-SUB).
113600     IF SU-RUNCTL-STATUS NOT = "00"
113700         DISPLAY "Ecriture RUNCTL en echec, statut "
113800             SU-RUNCTL-STATUS "."
113900         MOVE 12 TO SU-RETURN-CODE
114000         MOVE SU-RC-COUNT TO SU-RC-SELF-SUB
114100     END-IF.
114200 9210-EXIT.
114300     EXIT.
