000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GGAWARDS.
000300 AUTHOR. D. LAMBERT.
000400 INSTALLATION. DIRECTION INFORMATIQUE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 10/15/2026 DL   PROGRAMME INITIAL - REGISTRE DES PRIX REMIS
001300*                 (FICHIER AWARDS, CF AWARDR). GGSEARPT EDITE LES
001400*                 PALIERS OR/ARGENT/BRONZE MAIS RIEN NE GARDAIT
001500*                 LA TRACE DES GAGNANTS : UN MEME JOUEUR A EU
001600*                 L'OR DEUX FOIS DANS LE TRIMESTRE ET UN JOUEUR
001700*                 SUSPENDU A RECU UN BON. DEUX FONCTIONS PAR LE
001800*                 PARM :
001900*                 'POST [AAAAMM] [FORCE]' - REMISE DU MOIS A
002000*                 PARTIR DU CLASSEMENT SEASON (MEME TRI QUE
002100*                 GGSEARPT). LES JOUEURS SUSPENDUS, RADIES OU
002200*                 ABSENTS DU ROSTER SONT ECARTES ; UN JOUEUR DEJA
002300*                 TITULAIRE DE L'OR DU TRIMESTRE NE LE REPREND
002400*                 PAS : LE JOUEUR ELIGIBLE SUIVANT MONTE D'UN
002500*                 PALIER. NOUVEAU REGISTRE SUR AWARDOUT ET BONS
002600*                 D'ACHAT AU FORMAT DES CARTES CADEAUX RH SUR
002700*                 VOUCHER (CF VOUCHR). UNE PERIODE DEJA REMISE
002800*                 N'EST REMPLACEE QU'AVEC LE MOT FORCE ; UNE
002900*                 PERIODE ANTERIEURE A LA DERNIERE REMISE EST
003000*                 REFUSEE (RC 8). RC 4 SI MOINS DE TROIS PRIX.
003100*                 'HISTORY [AAAA]' - BILAN ANNUEL DES PRIX PAR
003200*                 SERVICE ET PAR JOUEUR, AVEC SOUS-TOTAUX PAR
003300*                 PALIER ET VALEUR.
003400*                 RC 12 SUR ERREUR D'E/S OU ROSTER INDISPONIBLE.
003500*----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT SEASON-FILE ASSIGN TO SEASON
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS PR-SEASON-STATUS.
004500     SELECT ROSTER-FILE ASSIGN TO ROSTER
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS RO-PLAYER-ID
004900         FILE STATUS IS PR-ROSTER-STATUS.
005000     SELECT AWARDIN-FILE ASSIGN TO AWARDIN
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS PR-AWARDIN-STATUS.
005300     SELECT AWARDOUT-FILE ASSIGN TO AWARDOUT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS PR-AWARDOUT-STATUS.
005600     SELECT VOUCHER-FILE ASSIGN TO VOUCHER
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS PR-VOUCHER-STATUS.
005900     SELECT AWARD-REPORT ASSIGN TO AWDRPT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS PR-REPORT-STATUS.
006200     SELECT AWARD-SORT-FILE ASSIGN TO SORTWK.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  SEASON-FILE
006600     RECORDING MODE IS F.
006700 COPY SEASONR.
006800 FD  ROSTER-FILE.
006900 COPY ROSTERR.
007000 FD  AWARDIN-FILE
007100     RECORDING MODE IS F.
007200 01  AWARDIN-RECORD             PIC X(80).
007300 FD  AWARDOUT-FILE
007400     RECORDING MODE IS F.
007500 01  AWARDOUT-RECORD            PIC X(80).
007600 FD  VOUCHER-FILE
007700     RECORDING MODE IS F.
007800 COPY VOUCHR.
007900 FD  AWARD-REPORT
008000     RECORDING MODE IS F.
008100 01  AWARD-PRINT-LINE           PIC X(132).
008200 SD  AWARD-SORT-FILE.
008300 01  AWARD-SORT-RECORD.
008400     05  SD-DEPT-CODE           PIC X(04).
008500     05  SD-PLAYER-ID           PIC X(08).
008600     05  SD-PERIOD              PIC 9(06).
008700     05  SD-TIER-SEQ            PIC 9(01).
008800     05  SD-AWARD-IMAGE         PIC X(80).
008900 WORKING-STORAGE SECTION.
009000*----------------------------------------------------------------
009100* SWITCHS DE CONTROLE ET STATUTS FICHIERS
009200*----------------------------------------------------------------
009300 01  PR-SEASON-STATUS           PIC X(02)  VALUE "00".
009400 01  PR-ROSTER-STATUS           PIC X(02)  VALUE "00".
009500 01  PR-AWARDIN-STATUS          PIC X(02)  VALUE "00".
009600 01  PR-AWARDOUT-STATUS         PIC X(02)  VALUE "00".
009700 01  PR-VOUCHER-STATUS          PIC X(02)  VALUE "00".
009800 01  PR-REPORT-STATUS           PIC X(02)  VALUE "00".
009900 01  PR-SEASON-EOF-SWITCH       PIC X(01)  VALUE "N".
010000     88  PR-SEASON-AT-END                  VALUE "Y".
010100 01  PR-AWARDIN-EOF-SWITCH      PIC X(01)  VALUE "N".
010200     88  PR-AWARDIN-AT-END                 VALUE "Y".
010300 01  PR-SORT-EOF-SWITCH         PIC X(01)  VALUE "N".
010400     88  PR-SORT-AT-END                    VALUE "Y".
010500 01  PR-FATAL-ERROR-SWITCH      PIC X(01)  VALUE "N".
010600     88  PR-FATAL-ERROR                    VALUE "Y".
010700 01  PR-FORCED-RUN-SWITCH       PIC X(01)  VALUE "N".
010800     88  PR-FORCED-RUN                     VALUE "Y".
010900 01  PR-ROSTER-OPENED-SWITCH    PIC X(01)  VALUE "N".
011000     88  PR-ROSTER-IS-OPENED               VALUE "Y".
011100 01  PR-AWARDIN-OPENED-SWITCH   PIC X(01)  VALUE "N".
011200     88  PR-AWARDIN-IS-OPENED              VALUE "Y".
011300 01  PR-AWARDOUT-OPENED-SWITCH  PIC X(01)  VALUE "N".
011400     88  PR-AWARDOUT-IS-OPENED             VALUE "Y".
011500 01  PR-VOUCHER-OPENED-SWITCH   PIC X(01)  VALUE "N".
011600     88  PR-VOUCHER-IS-OPENED              VALUE "Y".
011700 01  PR-SWAP-NEEDED-SWITCH      PIC X(01)  VALUE "N".
011800     88  PR-SWAP-NEEDED                    VALUE "Y".
011900 01  PR-HAVE-DEPT-SWITCH        PIC X(01)  VALUE "N".
012000     88  PR-HAVE-DEPT                      VALUE "Y".
012100 01  PR-HAVE-PLAYER-SWITCH      PIC X(01)  VALUE "N".
012200     88  PR-HAVE-PLAYER                    VALUE "Y".
012300*----------------------------------------------------------------
012400* FONCTION ET REGLAGES DEMANDES PAR LE PARM :
012500* "POST [AAAAMM] [FORCE]" OU "HISTORY [AAAA]"
012600*----------------------------------------------------------------
012700 01  PR-PARM-DATA               PIC X(40)  VALUE SPACES.
012800 01  PR-PARM-FUNCTION           PIC X(08)  VALUE SPACES.
012900     88  PR-FUNC-POST                      VALUE "POST".
013000     88  PR-FUNC-HISTORY                   VALUE "HISTORY".
013100 01  PR-PARM-TOK-2              PIC X(08)  VALUE SPACES.
013200 01  PR-PARM-TOK-3              PIC X(08)  VALUE SPACES.
013300 01  PR-CURRENT-DATE            PIC 9(08)  VALUE ZERO.
013400 01  PR-CURRENT-DATE-PARTS REDEFINES PR-CURRENT-DATE.
013500     05  PR-CD-YEAR             PIC 9(04).
013600     05  PR-CD-MONTH            PIC 9(02).
013700     05  PR-CD-DAY              PIC 9(02).
013800 01  PR-PERIOD                  PIC 9(06)  VALUE ZERO.
013900 01  PR-PERIOD-PARTS REDEFINES PR-PERIOD.
014000     05  PR-PERIOD-YEAR         PIC 9(04).
014100     05  PR-PERIOD-MONTH        PIC 9(02).
014200 01  PR-REVIEW-YEAR             PIC 9(04)  VALUE ZERO.
014300 01  PR-QUARTER                 PIC 9(01)  VALUE ZERO.
014400 01  PR-REC-QUARTER             PIC 9(01)  VALUE ZERO.
014500*----------------------------------------------------------------
014600* BAREME DES BONS D'ACHAT PAR PALIER (EUROS)
014700*----------------------------------------------------------------
014800 01  PR-TIER-VALUES.
014900     05  FILLER                 PIC X(15)
015000         VALUE "OR      0005000".
015100     05  FILLER                 PIC X(15)
015200         VALUE "ARGENT  0003000".
015300     05  FILLER                 PIC X(15)
015400         VALUE "BRONZE  0002000".
015500 01  PR-TIER-TABLE REDEFINES PR-TIER-VALUES.
015600     05  PR-TIER-ENTRY  OCCURS 3 TIMES.
015700         10  PR-TIER-NAME       PIC X(08).
015800         10  PR-TIER-VALUE      PIC 9(05)V99.
015900 01  PR-TIER                    PIC 9(01)  VALUE ZERO.
016000 01  PR-TIER-WINNERS.
016100     05  PR-TIER-WINNER  OCCURS 3 TIMES  PIC 9(03)  COMP.
016200*----------------------------------------------------------------
016300* TITULAIRES DE L'OR DU TRIMESTRE DEJA REMIS (REGISTRE)
016400*----------------------------------------------------------------
016500 01  PR-GOLD-COUNT              PIC 9(03)  COMP VALUE ZERO.
016600 01  PR-GOLD-SUB                PIC 9(03)  COMP VALUE ZERO.
016700 01  PR-GOLD-TABLE.
016800     05  PR-GOLD-ENTRY  OCCURS 1 TO 20 TIMES
016900                        DEPENDING ON PR-GOLD-COUNT.
017000         10  PR-GQ-PLAYER-ID    PIC X(08).
017100         10  PR-GQ-PERIOD       PIC 9(06).
017200*----------------------------------------------------------------
017300* CLASSEMENT DE FIN DE MOIS ET DECISION PAR JOUEUR
017400*----------------------------------------------------------------
017500 01  PR-PLAYER-COUNT            PIC 9(03)  COMP VALUE ZERO.
017600 01  PR-PLAYER-TABLE.
017700     05  PR-PLAYER-ENTRY  OCCURS 1 TO 500 TIMES
017800                          DEPENDING ON PR-PLAYER-COUNT.
017900         10  PR-PL-ID              PIC X(08).
018000         10  PR-PL-POINTS          PIC 9(05).
018100         10  PR-PL-GAMES           PIC 9(05).
018200         10  PR-PL-WINS            PIC 9(05).
018300         10  PR-PL-CHECK           PIC X(01).
018400             88  PR-PL-UNCHECKED             VALUE " ".
018500             88  PR-PL-ELIGIBLE              VALUE "E".
018600             88  PR-PL-SUSPENDED             VALUE "S".
018700             88  PR-PL-DELETED               VALUE "D".
018800             88  PR-PL-NOT-ON-ROSTER         VALUE "H".
018900             88  PR-PL-BAD-STATUS            VALUE "I".
019000             88  PR-PL-NO-POINTS             VALUE "Z".
019100         10  PR-PL-TIER-SEQ        PIC 9(01).
019200         10  PR-PL-GOLD-PERIOD     PIC 9(06).
019300         10  PR-PL-NAME            PIC X(20).
019400         10  PR-PL-DEPT            PIC X(04).
019500 01  PR-SORT-SWAP-ENTRY         PIC X(55).
019600 01  PR-SORT-I                  PIC 9(03)  COMP VALUE ZERO.
019700 01  PR-SORT-J                  PIC 9(03)  COMP VALUE ZERO.
019800 01  PR-SORT-LIMIT              PIC 9(03)  COMP VALUE ZERO.
019900 01  PR-SCAN                    PIC 9(03)  COMP VALUE ZERO.
020000 01  PR-LAST-SCANNED            PIC 9(03)  COMP VALUE ZERO.
020100*----------------------------------------------------------------
020200* COMPTEURS DE CONTROLE
020300*----------------------------------------------------------------
020400 01  PR-LEDGER-READ             PIC 9(05)  VALUE ZERO.
020500 01  PR-LEDGER-COPIED           PIC 9(05)  VALUE ZERO.
020600 01  PR-LEDGER-REPLACED         PIC 9(05)  VALUE ZERO.
020700 01  PR-AWARDS-POSTED           PIC 9(05)  VALUE ZERO.
020800 01  PR-PLAYERS-SKIPPED         PIC 9(05)  VALUE ZERO.
020900 01  PR-VOUCHER-COUNT           PIC 9(05)  VALUE ZERO.
021000 01  PR-VOUCHER-TOTAL           PIC 9(07)V99 VALUE ZERO.
021100 01  PR-HISTORY-SELECTED        PIC 9(05)  VALUE ZERO.
021200 01  PR-RETURN-CODE             PIC 9(04)  VALUE ZERO.
021300 COPY AWARDR.
021400*----------------------------------------------------------------
021500* RUPTURES DU BILAN ANNUEL : JOUEUR, SERVICE ET TOTAL GENERAL
021600*----------------------------------------------------------------
021700 01  PR-CURR-DEPT               PIC X(04)  VALUE SPACES.
021800 01  PR-CURR-PLAYER             PIC X(08)  VALUE SPACES.
021900 01  PR-PLAYER-TOTALS.
022000     05  PR-PT-COUNT  OCCURS 3 TIMES  PIC 9(03).
022100     05  PR-PT-VALUE                  PIC 9(07)V99.
022200 01  PR-DEPT-TOTALS.
022300     05  PR-DT-COUNT  OCCURS 3 TIMES  PIC 9(03).
022400     05  PR-DT-VALUE                  PIC 9(07)V99.
022500 01  PR-GRAND-TOTALS.
022600     05  PR-GT-COUNT  OCCURS 3 TIMES  PIC 9(03).
022700     05  PR-GT-VALUE                  PIC 9(07)V99.
022800*----------------------------------------------------------------
022900* MISE EN PAGE DE L'ETAT IMPRIME
023000*----------------------------------------------------------------
023100 01  PR-PAGE-NUMBER             PIC 9(04)  VALUE ZERO.
023200 01  PR-LINE-COUNT              PIC 9(03)  VALUE ZERO.
023300 01  PR-LINES-PER-PAGE          PIC 9(03)  VALUE 55.
023400 01  PR-PRINT-AREA              PIC X(132) VALUE SPACES.
023500 01  PR-COLUMN-LINE             PIC X(132) VALUE SPACES.
023600 01  PR-HEADING-LINE-1.
023700     05  FILLER                PIC X(20)  VALUE
023800         "GGAWARDS            ".
023900     05  FILLER                PIC X(15)  VALUE SPACES.
024000     05  PR-HDG-TITLE          PIC X(42)  VALUE SPACES.
024100     05  FILLER                PIC X(38)  VALUE SPACES.
024200     05  FILLER                PIC X(07)  VALUE "PAGE : ".
024300     05  PR-HDG-PAGE           PIC ZZZ9.
024400     05  FILLER                PIC X(06)  VALUE SPACES.
024500 01  PR-HEADING-LINE-2.
024600     05  FILLER                PIC X(18)  VALUE
024700         "DATE DU JOUR    : ".
024800     05  PR-HDG-DATE           PIC 9(08).
024900     05  FILLER                PIC X(05)  VALUE SPACES.
025000     05  PR-HDG-LABEL          PIC X(18)  VALUE SPACES.
025100     05  PR-HDG-VALUE          PIC X(08)  VALUE SPACES.
025200     05  FILLER                PIC X(75)  VALUE SPACES.
025300 01  PR-HEADING-LINE-3.
025400     05  FILLER                PIC X(126) VALUE ALL "-".
025500     05  FILLER                PIC X(06)  VALUE SPACES.
025600 01  PR-POST-COLUMNS.
025700     05  FILLER                PIC X(44)  VALUE
025800         "RANG ID       NOM                  SERV  POI".
025900     05  FILLER                PIC X(44)  VALUE
026000         "NTS  PRIX        VALEUR  OBSERVATION        ".
026100     05  FILLER                PIC X(44)  VALUE SPACES.
026200 01  PR-POST-LINE.
026300     05  PR-PL-RANK-ED         PIC ZZZ9.
026400     05  FILLER                PIC X(01)  VALUE SPACES.
026500     05  PR-PL-ID-ED           PIC X(08).
026600     05  FILLER                PIC X(01)  VALUE SPACES.
026700     05  PR-PL-NAME-ED         PIC X(20).
026800     05  FILLER                PIC X(01)  VALUE SPACES.
026900     05  PR-PL-DEPT-ED         PIC X(04).
027000     05  FILLER                PIC X(01)  VALUE SPACES.
027100     05  PR-PL-POINTS-ED       PIC ZZZZZ9.
027200     05  FILLER                PIC X(02)  VALUE SPACES.
027300     05  PR-PL-TIER-ED         PIC X(08).
027400     05  FILLER                PIC X(01)  VALUE SPACES.
027500     05  PR-PL-VALUE-ED        PIC ZZZZZ9.99 BLANK WHEN ZERO.
027600     05  FILLER                PIC X(02)  VALUE SPACES.
027700     05  PR-PL-REMARK-ED       PIC X(44).
027800     05  FILLER                PIC X(20)  VALUE SPACES.
027900 01  PR-HIST-COLUMNS.
028000     05  FILLER                PIC X(44)  VALUE
028100         "SERV  ID       NOM                   PERIODE".
028200     05  FILLER                PIC X(44)  VALUE
028300         "  PRIX     RANG  POINTS    VALEUR           ".
028400     05  FILLER                PIC X(44)  VALUE SPACES.
028500 01  PR-HIST-LINE.
028600     05  PR-HL-DEPT            PIC X(04).
028700     05  FILLER                PIC X(02)  VALUE SPACES.
028800     05  PR-HL-ID              PIC X(08).
028900     05  FILLER                PIC X(01)  VALUE SPACES.
029000     05  PR-HL-NAME            PIC X(20).
029100     05  FILLER                PIC X(03)  VALUE SPACES.
029200     05  PR-HL-PERIOD          PIC 9(06).
029300     05  FILLER                PIC X(02)  VALUE SPACES.
029400     05  PR-HL-TIER            PIC X(08).
029500     05  FILLER                PIC X(01)  VALUE SPACES.
029600     05  PR-HL-RANK            PIC ZZ9.
029700     05  FILLER                PIC X(02)  VALUE SPACES.
029800     05  PR-HL-POINTS          PIC ZZZZZ9.
029900     05  FILLER                PIC X(01)  VALUE SPACES.
030000     05  PR-HL-VALUE           PIC ZZZZZZ9.99.
030100     05  FILLER                PIC X(55)  VALUE SPACES.
030200 01  PR-SUBTOTAL-LINE.
030300     05  FILLER                PIC X(02)  VALUE SPACES.
030400     05  PR-SL-LABEL           PIC X(30).
030500     05  FILLER                PIC X(05)  VALUE "OR : ".
030600     05  PR-SL-GOLD            PIC ZZ9.
030700     05  FILLER                PIC X(12)  VALUE "   ARGENT : ".
030800     05  PR-SL-SILVER          PIC ZZ9.
030900     05  FILLER                PIC X(12)  VALUE "   BRONZE : ".
031000     05  PR-SL-BRONZE          PIC ZZ9.
031100     05  FILLER                PIC X(12)  VALUE "   VALEUR : ".
031200     05  PR-SL-VALUE           PIC ZZZZZZ9.99.
031300     05  FILLER                PIC X(39)  VALUE SPACES.
031400 01  PR-TOTAL-LINE.
031500     05  PR-TL-LABEL           PIC X(28).
031600     05  PR-TL-COUNT           PIC ZZZZZZ9.
031700     05  FILLER                PIC X(97)  VALUE SPACES.
031800 01  PR-AMOUNT-LINE.
031900     05  PR-AL-LABEL           PIC X(28).
032000     05  PR-AL-AMOUNT          PIC ZZZZZZ9.99.
032100     05  FILLER                PIC X(94)  VALUE SPACES.
032200 PROCEDURE DIVISION.
032300*----------------------------------------------------------------
032400* 0000-MAINLINE - ENCHAINEMENT PRINCIPAL : FONCTION DU PARM
032500*----------------------------------------------------------------
032600 0000-MAINLINE.
032700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032800     IF NOT PR-FATAL-ERROR
032900         IF PR-FUNC-POST
033000             PERFORM 2000-POST-AWARDS THRU 2000-EXIT
033100         ELSE
033200             SORT AWARD-SORT-FILE
033300                 ASCENDING KEY SD-DEPT-CODE
033400                               SD-PLAYER-ID
033500                               SD-PERIOD
033600                               SD-TIER-SEQ
033700                 INPUT PROCEDURE IS 5000-FEED-SORT
033800                     THRU 5000-EXIT
033900                 OUTPUT PROCEDURE IS 5500-REPORT-SORTED
034000                     THRU 5500-EXIT
034100         END-IF
034200     END-IF
034300     PERFORM 9000-TERMINATE THRU 9000-EXIT
034400     MOVE PR-RETURN-CODE TO RETURN-CODE
034500     STOP RUN.
034600*----------------------------------------------------------------
034700* 1000-INITIALIZE - LECTURE DU PARM, PERIODE OU ANNEE TRAITEE ET
034800*                   OUVERTURE DE L'ETAT
034900*----------------------------------------------------------------
035000 1000-INITIALIZE.
035100     DISPLAY "GGAWARDS - REGISTRE DES PRIX DU CONCOURS".
035200     ACCEPT PR-CURRENT-DATE FROM DATE YYYYMMDD.
035300     ACCEPT PR-PARM-DATA FROM COMMAND-LINE.
035400     UNSTRING PR-PARM-DATA DELIMITED BY ALL SPACE
035500         INTO PR-PARM-FUNCTION
035600             PR-PARM-TOK-2
035700             PR-PARM-TOK-3.
035800     IF NOT PR-FUNC-POST AND NOT PR-FUNC-HISTORY
035900         DISPLAY "PARM invalide : POST ou HISTORY attendu."
036000         MOVE "Y" TO PR-FATAL-ERROR-SWITCH
036100         MOVE 8 TO PR-RETURN-CODE
036200         GO TO 1000-EXIT
036300     END-IF.
036400*    LE MOT FORCE PEUT SUIVRE LA FONCTION OU LA PERIODE.
036500     IF PR-PARM-TOK-2 = "FORCE"
036600         MOVE "Y" TO PR-FORCED-RUN-SWITCH
036700         MOVE SPACES TO PR-PARM-TOK-2
036800     END-IF.
036900     IF PR-PARM-TOK-3 = "FORCE"
037000         MOVE "Y" TO PR-FORCED-RUN-SWITCH
037100         MOVE SPACES TO PR-PARM-TOK-3
037200     END-IF.
037300     IF PR-PARM-TOK-2 = SPACES
037400         MOVE PR-PARM-TOK-3 TO PR-PARM-TOK-2
037500         MOVE SPACES TO PR-PARM-TOK-3
037600     END-IF.
037700     IF PR-PARM-TOK-3 NOT = SPACES
037800         DISPLAY "PARM invalide : mot " PR-PARM-TOK-3
037900             " inattendu."
038000         MOVE "Y" TO PR-FATAL-ERROR-SWITCH
038100         MOVE 8 TO PR-RETURN-CODE
038200         GO TO 1000-EXIT
038300     END-IF.
038400     IF PR-FUNC-POST
038500         PERFORM 1050-SET-PERIOD THRU 1050-EXIT
038600     ELSE
038700         PERFORM 1060-SET-YEAR THRU 1060-EXIT
038800     END-IF.
038900     IF PR-FATAL-ERROR
039000         GO TO 1000-EXIT
039100     END-IF.
039200     OPEN OUTPUT AWARD-REPORT.
039300     IF PR-REPORT-STATUS NOT = "00"
039400         DISPLAY "Ouverture AWDRPT impossible, statut "
039500             PR-REPORT-STATUS "."
039600         MOVE "Y" TO PR-FATAL-ERROR-SWITCH
039700         MOVE 12 TO PR-RETURN-CODE
039800         GO TO 1000-EXIT
039900     END-IF.
040000     PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT.
040100 1000-EXIT.
040200     EXIT.
040300*----------------------------------------------------------------
040400* 1050-SET-PERIOD - PERIODE REMISE : PARM AAAAMM OU MOIS DU JOUR ;
040500*                   TRIMESTRE DE LA PERIODE
040600*----------------------------------------------------------------
040700 1050-SET-PERIOD.
040800     IF PR-PARM-TOK-2 = SPACES
040900         MOVE PR-CURRENT-DATE (1:6) TO PR-PERIOD
041000     ELSE
041100         IF PR-PARM-TOK-2 (1:6) IS NOT NUMERIC
041200                 OR PR-PARM-TOK-2 (7:2) NOT = SPACES
041300             DISPLAY "PARM invalide : periode AAAAMM attendue."
041400             MOVE "Y" TO PR-FATAL-ERROR-SWITCH
041500             MOVE 8 TO PR-RETURN-CODE
041600             GO TO 1050-EXIT
041700         END-IF
041800         MOVE PR-PARM-TOK-2 (1:6) TO PR-PERIOD
041900     END-IF.
042000     IF PR-PERIOD-MONTH < 01 OR PR-PERIOD-MONTH > 12
042100         DISPLAY "PARM invalide : mois " PR-PERIOD-MONTH
042200             " hors calendrier."
042300         MOVE "Y" TO PR-FATAL-ERROR-SWITCH
042400         MOVE 8 TO PR-RETURN-CODE
042500         GO TO 1050-EXIT
042600     END-IF.
042700     COMPUTE PR-QUARTER = (PR-PERIOD-MONTH + 2) / 3.
042800     MOVE "REMISE DES PRIX DE FIN DE MOIS" TO PR-HDG-TITLE.
042900     MOVE "PERIODE REMISE  : " TO PR-HDG-LABEL.
043000     MOVE PR-PERIOD TO PR-HDG-VALUE.
043100     MOVE PR-POST-COLUMNS TO PR-COLUMN-LINE.
043200     DISPLAY "Remise des prix de la periode " PR-PERIOD
043300         ", trimestre " PR-QUARTER ".".
043400 1050-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------
043700* 1060-SET-YEAR - ANNEE DU BILAN : PARM AAAA OU ANNEE DU JOUR
043800*----------------------------------------------------------------
043900 1060-SET-YEAR.
044000     IF PR-PARM-TOK-2 = SPACES
044100         MOVE PR-CD-YEAR TO PR-REVIEW-YEAR
044200     ELSE
044300         IF PR-PARM-TOK-2 (1:4) IS NOT NUMERIC
044400                 OR PR-PARM-TOK-2 (5:4) NOT = SPACES
044500             DISPLAY "PARM invalide : annee AAAA attendue."
044600             MOVE "Y" TO PR-FATAL-ERROR-SWITCH
044700             MOVE 8 TO PR-RETURN-CODE
044800             GO TO 1060-EXIT
044900         END-IF
045000         MOVE PR-PARM-TOK-2 (1:4) TO PR-REVIEW-YEAR
045100     END-IF.
045200     MOVE "BILAN ANNUEL DES PRIX PAR SERVICE" TO PR-HDG-TITLE.
045300     MOVE "ANNEE           : " TO PR-HDG-LABEL.
045400     MOVE PR-REVIEW-YEAR TO PR-HDG-VALUE.
045500     MOVE PR-HIST-COLUMNS TO PR-COLUMN-LINE.
045600 1060-EXIT.
045700     EXIT.
045800*----------------------------------------------------------------
045900* 2000-POST-AWARDS - REMISE DU MOIS : RECOPIE DU REGISTRE, OR DU
046000*                    TRIMESTRE, CLASSEMENT, ATTRIBUTION, ECRITURE
046100*                    DU REGISTRE ET DES BONS, EDITION
046200*----------------------------------------------------------------
046300 2000-POST-AWARDS.
046400     PERFORM 2100-OPEN-POST-FILES THRU 2100-EXIT.
046500     IF PR-FATAL-ERROR
046600         GO TO 2000-EXIT
046700     END-IF.
046800     IF PR-AWARDIN-IS-OPENED
046900         PERFORM 2200-COPY-LEDGER THRU 2200-EXIT
047000             UNTIL PR-AWARDIN-AT-END
047100     END-IF.
047200     IF PR-FATAL-ERROR
047300         GO TO 2000-EXIT
047400     END-IF.
047500     PERFORM 2300-LOAD-SEASON THRU 2300-EXIT.
047600     IF PR-FATAL-ERROR
047700         GO TO 2000-EXIT
047800     END-IF.
047900     PERFORM 3100-SORT-STANDINGS THRU 3100-EXIT.
048000     PERFORM 3200-AWARD-TIER THRU 3200-EXIT
048100         VARYING PR-TIER FROM 1 BY 1
048200         UNTIL PR-TIER > 3.
048300     PERFORM 3500-WRITE-AWARDS THRU 3500-EXIT.
048400     PERFORM 4000-PRINT-POST THRU 4000-EXIT.
048500     PERFORM 8000-PRINT-POST-TOTALS THRU 8000-EXIT.
048600 2000-EXIT.
048700     EXIT.
048800*----------------------------------------------------------------
048900* 2100-OPEN-POST-FILES - ROSTER INDISPENSABLE (ELIGIBILITE),
049000*                        ANCIEN REGISTRE (ABSENT = PREMIERE
049100*                        REMISE) ET NOUVEAU REGISTRE
049200*----------------------------------------------------------------
049300 2100-OPEN-POST-FILES.
049400     OPEN INPUT ROSTER-FILE.
049500     IF PR-ROSTER-STATUS NOT = "00"
049600         DISPLAY "Fichier ROSTER introuvable, statut "
049700             PR-ROSTER-STATUS " - eligibilite inverifiable."
049800         MOVE "Y" TO PR-FATAL-ERROR-SWITCH
049900         MOVE 12 TO PR-RETURN-CODE
050000         GO TO 2100-EXIT
050100     END-IF.
050200     MOVE "Y" TO PR-ROSTER-OPENED-SWITCH.
050300     OPEN INPUT AWARDIN-FILE.
050400     IF PR-AWARDIN-STATUS = "35" OR "05"
050500         DISPLAY "Registre AWARDS absent - premiere remise."
050600     ELSE
050700         IF PR-AWARDIN-STATUS NOT = "00"
050800             DISPLAY "Ouverture AWARDIN en echec, statut "
050900                 PR-AWARDIN-STATUS "."
051000             MOVE "Y" TO PR-FATAL-ERROR-SWITCH
051100             MOVE 12 TO PR-RETURN-CODE
051200             GO TO 2100-EXIT
051300         END-IF
051400         MOVE "Y" TO PR-AWARDIN-OPENED-SWITCH
051500     END-IF.
051600     OPEN OUTPUT AWARDOUT-FILE.
051700     IF PR-AWARDOUT-STATUS NOT = "00"
051800         DISPLAY "Ouverture AWARDOUT en echec, statut "
051900             PR-AWARDOUT-STATUS "."
052000         MOVE "Y" TO PR-FATAL-ERROR-SWITCH
052100         MOVE 12 TO PR-RETURN-CODE
052200         GO TO 2100-EXIT
052300     END-IF.
052400     MOVE "Y" TO PR-AWARDOUT-OPENED-SWITCH.
052500 2100-EXIT.
052600     EXIT.
052700*----------------------------------------------------------------
052800* 2200-COPY-LEDGER - RECOPIE D'UN PRIX DU REGISTRE. LES PRIX DE LA
052900*                    PERIODE NE SONT REMPLACES QU'AVEC FORCE ; UNE
053000*                    PERIODE POSTERIEURE DEJA REMISE BLOQUE LA
053100*                    REMISE. L'OR DU TRIMESTRE EST NOTE AU PASSAGE
053200*----------------------------------------------------------------
053300 2200-COPY-LEDGER.
053400     READ AWARDIN-FILE INTO AWARD-RECORD
053500         AT END
053600             MOVE "Y" TO PR-AWARDIN-EOF-SWITCH
053700             GO TO 2200-EXIT
053800     END-READ.
053900     IF PR-AWARDIN-STATUS NOT = "00"
054000         DISPLAY "Lecture AWARDIN en echec, statut "
054100             PR-AWARDIN-STATUS "."
054200         MOVE "Y" TO PR-FATAL-ERROR-SWITCH
054300         MOVE 12 TO PR-RETURN-CODE
054400         MOVE "Y" TO PR-AWARDIN-EOF-SWITCH
054500         GO TO 2200-EXIT
054600     END-IF.
054700     ADD 1 TO PR-LEDGER-READ.
054800     IF AW-PERIOD > PR-PERIOD
054900         DISPLAY "Periode " AW-PERIOD " deja remise - remise "
055000             "de " PR-PERIOD " refusee."
055100         MOVE "Y" TO PR-FATAL-ERROR-SWITCH
055200         MOVE 8 TO PR-RETURN-CODE
055300         MOVE "Y" TO PR-AWARDIN-EOF-SWITCH
055400         GO TO 2200-EXIT
055500     END-IF.
055600     IF AW-PERIOD = PR-PERIOD
055700         IF NOT PR-FORCED-RUN
055800             DISPLAY "Periode " PR-PERIOD " deja remise - "
055900                 "FORCE pour la remplacer."
056000             MOVE "Y" TO PR-FATAL-ERROR-SWITCH
056100             MOVE 8 TO PR-RETURN-CODE
056200             MOVE "Y" TO PR-AWARDIN-EOF-SWITCH
056300             GO TO 2200-EXIT
056400         END-IF
056500         ADD 1 TO PR-LEDGER-REPLACED
056600         GO TO 2200-EXIT
056700     END-IF.
056800     WRITE AWARDOUT-RECORD FROM AWARD-RECORD.
056900     IF PR-AWARDOUT-STATUS NOT = "00"
057000         DISPLAY "Ecriture AWARDOUT en echec, statut "
057100             PR-AWARDOUT-STATUS "."
057200         MOVE "Y" TO PR-FATAL-ERROR-SWITCH
057300         MOVE 12 TO PR-RETURN-CODE
057400         MOVE "Y" TO PR-AWARDIN-EOF-SWITCH
057500         GO TO 2200-EXIT
057600     END-IF.
057700     ADD 1 TO PR-LEDGER-COPIED.
057800     COMPUTE PR-REC-QUARTER = (AW-PERIOD-MONTH + 2) / 3.
057900     IF AW-GOLD
058000             AND AW-PERIOD-YEAR = PR-PERIOD-YEAR
058100             AND PR-REC-QUARTER = PR-QUARTER
058200         PERFORM 2210-NOTE-GOLD THRU 2210-EXIT
058300     END-IF.
058400 2200-EXIT.
058500     EXIT.
058600*----------------------------------------------------------------
058700* 2210-NOTE-GOLD - TITULAIRE DE L'OR D'UN MOIS DU TRIMESTRE
058800*----------------------------------------------------------------
058900 2210-NOTE-GOLD.
059000     IF PR-GOLD-COUNT = 20
059100         DISPLAY "Table des ors du trimestre saturee - joueur "
059200             AW-PLAYER-ID " non controle."
059300         GO TO 2210-EXIT
059400     END-IF.
059500     ADD 1 TO PR-GOLD-COUNT.
059600     MOVE AW-PLAYER-ID TO PR-GQ-PLAYER-ID (PR-GOLD-COUNT).
059700     MOVE AW-PERIOD TO PR-GQ-PERIOD (PR-GOLD-COUNT).
059800 2210-EXIT.
059900     EXIT.
060000*----------------------------------------------------------------
060100* 2300-LOAD-SEASON - CHARGEMENT DES CUMULS DE SAISON EN TABLE
060200*----------------------------------------------------------------
060300 2300-LOAD-SEASON.
060400     OPEN INPUT SEASON-FILE.
060500     IF PR-SEASON-STATUS NOT = "00"
060600         DISPLAY "Aucun fichier maitre SEASON disponible, statut "
060700             PR-SEASON-STATUS "."
060800         MOVE "Y" TO PR-FATAL-ERROR-SWITCH
060900         MOVE 12 TO PR-RETURN-CODE
061000         GO TO 2300-EXIT
061100     END-IF.
061200     PERFORM 2310-READ-SEASON THRU 2310-EXIT
061300         UNTIL PR-SEASON-AT-END.
061400     CLOSE SEASON-FILE.
061500 2300-EXIT.
061600     EXIT.
061700*----------------------------------------------------------------
061800* 2310-READ-SEASON - UN CUMUL DE SAISON
061900*----------------------------------------------------------------
062000 2310-READ-SEASON.
062100     READ SEASON-FILE
062200         AT END
062300             MOVE "Y" TO PR-SEASON-EOF-SWITCH
062400             GO TO 2310-EXIT
062500     END-READ.
062600     IF PR-PLAYER-COUNT = 500
062700         DISPLAY "Table des joueurs saturee - joueur "
062800             SE-PLAYER-ID " ignore."
062900         GO TO 2310-EXIT
063000     END-IF.
063100     ADD 1 TO PR-PLAYER-COUNT.
063200     MOVE SE-PLAYER-ID TO PR-PL-ID (PR-PLAYER-COUNT).
063300     MOVE SE-POINTS TO PR-PL-POINTS (PR-PLAYER-COUNT).
063400     MOVE SE-GAMES TO PR-PL-GAMES (PR-PLAYER-COUNT).
063500     MOVE SE-WINS TO PR-PL-WINS (PR-PLAYER-COUNT).
063600     MOVE SPACE TO PR-PL-CHECK (PR-PLAYER-COUNT).
063700     MOVE ZERO TO PR-PL-TIER-SEQ (PR-PLAYER-COUNT).
063800     MOVE ZERO TO PR-PL-GOLD-PERIOD (PR-PLAYER-COUNT).
063900     MOVE "(HORS ROSTER)" TO PR-PL-NAME (PR-PLAYER-COUNT).
064000     MOVE SPACES TO PR-PL-DEPT (PR-PLAYER-COUNT).
064100 2310-EXIT.
064200     EXIT.
064300*----------------------------------------------------------------
064400* 3100-SORT-STANDINGS - TRI A BULLES DU CLASSEMENT COMME DANS
064500*                       GGSEARPT : POINTS DECROISSANTS PUIS
064600*                       VICTOIRES DECROISSANTES
064700*----------------------------------------------------------------
064800 3100-SORT-STANDINGS.
064900     IF PR-PLAYER-COUNT < 2
065000         GO TO 3100-EXIT
065100     END-IF.
065200     COMPUTE PR-SORT-LIMIT = PR-PLAYER-COUNT - 1.
065300     MOVE ZERO TO PR-SORT-I.
065400     PERFORM 3110-SORT-PASS THRU 3110-EXIT
065500         UNTIL PR-SORT-I >= PR-SORT-LIMIT.
065600 3100-EXIT.
065700     EXIT.
065800*----------------------------------------------------------------
065900* 3110-SORT-PASS - UNE PASSE DU TRI A BULLES
066000*----------------------------------------------------------------
066100 3110-SORT-PASS.
066200     ADD 1 TO PR-SORT-I.
066300     MOVE ZERO TO PR-SORT-J.
066400     PERFORM 3120-SORT-COMPARE THRU 3120-EXIT
066500         UNTIL PR-SORT-J >= PR-SORT-LIMIT.
066600 3110-EXIT.
066700     EXIT.
066800*----------------------------------------------------------------
066900* 3120-SORT-COMPARE - COMPARAISON DE DEUX ENTREES ADJACENTES ET
067000*                     ECHANGE SI ELLES SONT DANS LE MAUVAIS ORDRE
067100*----------------------------------------------------------------
067200 3120-SORT-COMPARE.
067300     ADD 1 TO PR-SORT-J.
067400     MOVE "N" TO PR-SWAP-NEEDED-SWITCH.
067500     IF PR-PL-POINTS (PR-SORT-J) < PR-PL-POINTS (PR-SORT-J + 1)
067600         MOVE "Y" TO PR-SWAP-NEEDED-SWITCH
067700     ELSE
067800         IF PR-PL-POINTS (PR-SORT-J)
067900                 = PR-PL-POINTS (PR-SORT-J + 1)
068000             AND PR-PL-WINS (PR-SORT-J)
068100                 < PR-PL-WINS (PR-SORT-J + 1)
068200             MOVE "Y" TO PR-SWAP-NEEDED-SWITCH
068300         END-IF
068400     END-IF.
068500     IF PR-SWAP-NEEDED
068600         MOVE PR-PLAYER-ENTRY (PR-SORT-J) TO PR-SORT-SWAP-ENTRY
068700         MOVE PR-PLAYER-ENTRY (PR-SORT-J + 1)
068800             TO PR-PLAYER-ENTRY (PR-SORT-J)
068900         MOVE PR-SORT-SWAP-ENTRY
069000             TO PR-PLAYER-ENTRY (PR-SORT-J + 1)
069100     END-IF.
069200 3120-EXIT.
069300     EXIT.
069400*----------------------------------------------------------------
069500* 3200-AWARD-TIER - ATTRIBUTION D'UN PALIER AU PREMIER JOUEUR
069600*                   ELIGIBLE DU CLASSEMENT SANS PRIX CE MOIS
069700*----------------------------------------------------------------
069800 3200-AWARD-TIER.
069900     MOVE ZERO TO PR-TIER-WINNER (PR-TIER).
070000     PERFORM 3210-SCAN-ONE THRU 3210-EXIT
070100         VARYING PR-SCAN FROM 1 BY 1
070200         UNTIL PR-SCAN > PR-PLAYER-COUNT
070300             OR PR-TIER-WINNER (PR-TIER) > ZERO.
070400 3200-EXIT.
070500     EXIT.
070600*----------------------------------------------------------------
070700* 3210-SCAN-ONE - UN JOUEUR DU CLASSEMENT POUR LE PALIER EN COURS.
070800*                 LE TITULAIRE DE L'OR DU TRIMESTRE EST PASSE POUR
070900*                 L'OR ET RESTE EN LICE POUR LES PALIERS SUIVANTS.
071000*                 LE PREMIER JOUEUR SANS POINT ARRETE LA RECHERCHE
071100*----------------------------------------------------------------
071200 3210-SCAN-ONE.
071300     IF PR-PL-TIER-SEQ (PR-SCAN) > ZERO
071400         GO TO 3210-EXIT
071500     END-IF.
071600     PERFORM 3300-CHECK-PLAYER THRU 3300-EXIT.
071700     IF PR-PL-NO-POINTS (PR-SCAN)
071800         MOVE PR-PLAYER-COUNT TO PR-SCAN
071900         GO TO 3210-EXIT
072000     END-IF.
072100     IF PR-SCAN > PR-LAST-SCANNED
072200         MOVE PR-SCAN TO PR-LAST-SCANNED
072300     END-IF.
072400     IF NOT PR-PL-ELIGIBLE (PR-SCAN)
072500         GO TO 3210-EXIT
072600     END-IF.
072700     IF PR-TIER = 1 AND PR-PL-GOLD-PERIOD (PR-SCAN) > ZERO
072800         GO TO 3210-EXIT
072900     END-IF.
073000     MOVE PR-TIER TO PR-PL-TIER-SEQ (PR-SCAN).
073100     MOVE PR-SCAN TO PR-TIER-WINNER (PR-TIER).
073200 3210-EXIT.
073300     EXIT.
073400*----------------------------------------------------------------
073500* 3300-CHECK-PLAYER - ELIGIBILITE D'UN JOUEUR (UNE SEULE LECTURE
073600*                     ROSTER) : ACTIF AU ROSTER, AVEC DES POINTS ;
073700*                     OR DEJA GAGNE DANS LE TRIMESTRE
073800*----------------------------------------------------------------
073900 3300-CHECK-PLAYER.
074000     IF NOT PR-PL-UNCHECKED (PR-SCAN)
074100         GO TO 3300-EXIT
074200     END-IF.
074300     IF PR-PL-POINTS (PR-SCAN) = ZERO
074400         MOVE "Z" TO PR-PL-CHECK (PR-SCAN)
074500         GO TO 3300-EXIT
074600     END-IF.
074700     MOVE PR-PL-ID (PR-SCAN) TO RO-PLAYER-ID.
074800     READ ROSTER-FILE
074900         INVALID KEY
075000             MOVE "H" TO PR-PL-CHECK (PR-SCAN)
075100             ADD 1 TO PR-PLAYERS-SKIPPED
075200             GO TO 3300-EXIT
075300     END-READ.
075400     MOVE RO-PLAYER-NAME TO PR-PL-NAME (PR-SCAN).
075500     MOVE RO-DEPT-CODE TO PR-PL-DEPT (PR-SCAN).
075600     EVALUATE TRUE
075700         WHEN RO-ACTIVE
075800             MOVE "E" TO PR-PL-CHECK (PR-SCAN)
075900         WHEN RO-SUSPENDED
076000             MOVE "S" TO PR-PL-CHECK (PR-SCAN)
076100         WHEN RO-DELETED
076200             MOVE "D" TO PR-PL-CHECK (PR-SCAN)
076300         WHEN OTHER
076400             MOVE "I" TO PR-PL-CHECK (PR-SCAN)
076500     END-EVALUATE.
076600     IF NOT PR-PL-ELIGIBLE (PR-SCAN)
076700         ADD 1 TO PR-PLAYERS-SKIPPED
076800         GO TO 3300-EXIT
076900     END-IF.
077000     PERFORM 3310-FIND-GOLD THRU 3310-EXIT
077100         VARYING PR-GOLD-SUB FROM 1 BY 1
077200         UNTIL PR-GOLD-SUB > PR-GOLD-COUNT.
077300 3300-EXIT.
077400     EXIT.
077500*----------------------------------------------------------------
077600* 3310-FIND-GOLD - LE JOUEUR A-T-IL DEJA L'OR DU TRIMESTRE ?
077700*----------------------------------------------------------------
077800 3310-FIND-GOLD.
077900     IF PR-GQ-PLAYER-ID (PR-GOLD-SUB) = PR-PL-ID (PR-SCAN)
078000         MOVE PR-GQ-PERIOD (PR-GOLD-SUB)
078100             TO PR-PL-GOLD-PERIOD (PR-SCAN)
078200     END-IF.
078300 3310-EXIT.
078400     EXIT.
078500*----------------------------------------------------------------
078600* 3500-WRITE-AWARDS - AJOUT DES PRIX DU MOIS AU REGISTRE ET
078700*                     EXTRACTION DES BONS D'ACHAT (ENTETE, UN BON
078800*                     PAR PRIX, FIN AVEC NOMBRE ET MONTANT)
078900*----------------------------------------------------------------
079000 3500-WRITE-AWARDS.
079100     OPEN OUTPUT VOUCHER-FILE.
079200     IF PR-VOUCHER-STATUS NOT = "00"
079300         DISPLAY "Ouverture VOUCHER en echec, statut "
079400             PR-VOUCHER-STATUS "."
079500         MOVE 12 TO PR-RETURN-CODE
079600         GO TO 3500-EXIT
079700     END-IF.
079800     MOVE "Y" TO PR-VOUCHER-OPENED-SWITCH.
079900     MOVE SPACES TO VOUCHER-RECORD.
080000     MOVE "H" TO VC-RECORD-TYPE.
080100     MOVE "GUESSGAM" TO VC-SOURCE-SYSTEM.
080200     MOVE PR-CURRENT-DATE TO VC-CREATE-DATE.
080300     MOVE PR-PERIOD TO VC-PERIOD.
080400     PERFORM 3520-WRITE-VOUCHER THRU 3520-EXIT.
080500     PERFORM 3510-WRITE-ONE-AWARD THRU 3510-EXIT
080600         VARYING PR-TIER FROM 1 BY 1
080700         UNTIL PR-TIER > 3.
080800     MOVE SPACES TO VOUCHER-RECORD.
080900     MOVE "T" TO VC-RECORD-TYPE.
081000     MOVE PR-VOUCHER-COUNT TO VC-DETAIL-COUNT.
081100     MOVE PR-VOUCHER-TOTAL TO VC-TOTAL-AMOUNT.
081200     PERFORM 3520-WRITE-VOUCHER THRU 3520-EXIT.
081300     IF PR-AWARDS-POSTED < 3 AND PR-RETURN-CODE < 4
081400         DISPLAY "Moins de trois joueurs eligibles - "
081500             PR-AWARDS-POSTED " prix remis."
081600         MOVE 4 TO PR-RETURN-CODE
081700     END-IF.
081800 3500-EXIT.
081900     EXIT.
082000*----------------------------------------------------------------
082100* 3510-WRITE-ONE-AWARD - UN PRIX : REGISTRE ET BON D'ACHAT
082200*----------------------------------------------------------------
082300 3510-WRITE-ONE-AWARD.
082400     IF PR-TIER-WINNER (PR-TIER) = ZERO
082500         GO TO 3510-EXIT
082600     END-IF.
082700     MOVE PR-TIER-WINNER (PR-TIER) TO PR-SCAN.
082800     MOVE SPACES TO AWARD-RECORD.
082900     MOVE PR-PERIOD TO AW-PERIOD.
083000     MOVE PR-TIER TO AW-TIER-SEQ.
083100     MOVE PR-TIER-NAME (PR-TIER) TO AW-TIER.
083200     MOVE PR-PL-ID (PR-SCAN) TO AW-PLAYER-ID.
083300     MOVE PR-PL-DEPT (PR-SCAN) TO AW-DEPT-CODE.
083400     MOVE PR-SCAN TO AW-RANK.
083500     MOVE PR-PL-POINTS (PR-SCAN) TO AW-POINTS.
083600     MOVE PR-TIER-VALUE (PR-TIER) TO AW-VALUE.
083700     MOVE PR-CURRENT-DATE TO AW-POST-DATE.
083800     WRITE AWARDOUT-RECORD FROM AWARD-RECORD.
083900     IF PR-AWARDOUT-STATUS NOT = "00"
084000         DISPLAY "Ecriture AWARDOUT en echec, statut "
084100             PR-AWARDOUT-STATUS "."
084200         MOVE 12 TO PR-RETURN-CODE
084300         GO TO 3510-EXIT
084400     END-IF.
084500     ADD 1 TO PR-AWARDS-POSTED.
084600     MOVE SPACES TO VOUCHER-RECORD.
084700     MOVE "D" TO VC-RECORD-TYPE.
084800     MOVE AW-PLAYER-ID TO VC-EMP-ID.
084900     MOVE PR-PL-NAME (PR-SCAN) TO VC-EMP-NAME.
085000     MOVE AW-DEPT-CODE TO VC-DEPT-CODE.
085100     MOVE AW-VALUE TO VC-AMOUNT.
085200     MOVE "EUR" TO VC-CURRENCY.
085300     STRING "PRIX " DELIMITED BY SIZE
085400         AW-TIER DELIMITED BY SPACE
085500         " " DELIMITED BY SIZE
085600         AW-PERIOD DELIMITED BY SIZE
085700         INTO VC-REASON.
085800     PERFORM 3520-WRITE-VOUCHER THRU 3520-EXIT.
085900     ADD 1 TO PR-VOUCHER-COUNT.
086000     ADD AW-VALUE TO PR-VOUCHER-TOTAL.
086100 3510-EXIT.
086200     EXIT.
086300*----------------------------------------------------------------
086400* 3520-WRITE-VOUCHER - ECRITURE D'UN ENREGISTREMENT DE BONS
086500*----------------------------------------------------------------
086600 3520-WRITE-VOUCHER.
086700     WRITE VOUCHER-RECORD.
086800     IF PR-VOUCHER-STATUS NOT = "00"
086900         DISPLAY "Ecriture VOUCHER en echec, statut "
087000             PR-VOUCHER-STATUS "."
087100         MOVE 12 TO PR-RETURN-CODE
087200     END-IF.
087300 3520-EXIT.
087400     EXIT.
087500*----------------------------------------------------------------
087600* 4000-PRINT-POST - EDITION DU CLASSEMENT PARCOURU AVEC LA
087700*                   DECISION POUR CHAQUE JOUEUR
087800*----------------------------------------------------------------
087900 4000-PRINT-POST.
088000     PERFORM 4100-PRINT-RANKED THRU 4100-EXIT
088100         VARYING PR-SCAN FROM 1 BY 1
088200         UNTIL PR-SCAN > PR-LAST-SCANNED.
088300 4000-EXIT.
088400     EXIT.
088500*----------------------------------------------------------------
088600* 4100-PRINT-RANKED - UN JOUEUR : PRIX RECU OU MOTIF D'ECART
088700*----------------------------------------------------------------
088800 4100-PRINT-RANKED.
088900     MOVE SPACES TO PR-PL-TIER-ED PR-PL-REMARK-ED.
089000     MOVE ZERO TO PR-PL-VALUE-ED.
089100     MOVE PR-SCAN TO PR-PL-RANK-ED.
089200     MOVE PR-PL-ID (PR-SCAN) TO PR-PL-ID-ED.
089300     MOVE PR-PL-NAME (PR-SCAN) TO PR-PL-NAME-ED.
089400     MOVE PR-PL-DEPT (PR-SCAN) TO PR-PL-DEPT-ED.
089500     MOVE PR-PL-POINTS (PR-SCAN) TO PR-PL-POINTS-ED.
089600     IF PR-PL-TIER-SEQ (PR-SCAN) > ZERO
089700         MOVE PR-TIER-NAME (PR-PL-TIER-SEQ (PR-SCAN))
089800             TO PR-PL-TIER-ED
089900         MOVE PR-TIER-VALUE (PR-PL-TIER-SEQ (PR-SCAN))
090000             TO PR-PL-VALUE-ED
090100     END-IF.
090200     EVALUATE TRUE
090300         WHEN PR-PL-SUSPENDED (PR-SCAN)
090400             MOVE "ECARTE : JOUEUR SUSPENDU" TO PR-PL-REMARK-ED
090500         WHEN PR-PL-DELETED (PR-SCAN)
090600             MOVE "ECARTE : JOUEUR RADIE" TO PR-PL-REMARK-ED
090700         WHEN PR-PL-NOT-ON-ROSTER (PR-SCAN)
090800             MOVE "ECARTE : ABSENT DU ROSTER" TO PR-PL-REMARK-ED
090900         WHEN PR-PL-BAD-STATUS (PR-SCAN)
091000             MOVE "ECARTE : STATUT ROSTER INCONNU"
091100                 TO PR-PL-REMARK-ED
091200         WHEN PR-PL-GOLD-PERIOD (PR-SCAN) > ZERO
091300             STRING "OR DEJA GAGNE CE TRIMESTRE ("
091400                     DELIMITED BY SIZE
091500                 PR-PL-GOLD-PERIOD (PR-SCAN) DELIMITED BY SIZE
091600                 ")" DELIMITED BY SIZE
091700                 INTO PR-PL-REMARK-ED
091800         WHEN OTHER
091900             CONTINUE
092000     END-EVALUATE.
092100     MOVE PR-POST-LINE TO PR-PRINT-AREA.
092200     PERFORM 7400-WRITE-PRINT-LINE THRU 7400-EXIT.
092300 4100-EXIT.
092400     EXIT.
092500*----------------------------------------------------------------
092600* 5000-FEED-SORT - PROCEDURE D'ENTREE DU TRI : LES PRIX DE L'ANNEE
092700*                  DU BILAN SONT VERSES AU TRI
092800*----------------------------------------------------------------
092900 5000-FEED-SORT.
093000     OPEN INPUT AWARDIN-FILE.
093100     IF PR-AWARDIN-STATUS NOT = "00"
093200         DISPLAY "Aucun registre AWARDS disponible, statut "
093300             PR-AWARDIN-STATUS "."
093400         MOVE 12 TO PR-RETURN-CODE
093500         GO TO 5000-EXIT
093600     END-IF.
093700     MOVE "Y" TO PR-AWARDIN-OPENED-SWITCH.
093800     OPEN INPUT ROSTER-FILE.
093900     IF PR-ROSTER-STATUS NOT = "00"
094000         DISPLAY "Fichier ROSTER introuvable - noms non resolus."
094100     ELSE
094200         MOVE "Y" TO PR-ROSTER-OPENED-SWITCH
094300     END-IF.
094400     PERFORM 5100-RELEASE-ONE THRU 5100-EXIT
094500         UNTIL PR-AWARDIN-AT-END.
094600 5000-EXIT.
094700     EXIT.
094800*----------------------------------------------------------------
094900* 5100-RELEASE-ONE - LECTURE D'UN PRIX ET VERSEMENT AU TRI
095000*----------------------------------------------------------------
095100 5100-RELEASE-ONE.
095200     READ AWARDIN-FILE INTO AWARD-RECORD
095300         AT END
095400             MOVE "Y" TO PR-AWARDIN-EOF-SWITCH
095500             GO TO 5100-EXIT
095600     END-READ.
095610     IF PR-AWARDIN-STATUS NOT = "00"
095620         DISPLAY "Lecture AWARDIN en echec, statut "
095630             PR-AWARDIN-STATUS "."
095640         MOVE 12 TO PR-RETURN-CODE
095650         MOVE "Y" TO PR-AWARDIN-EOF-SWITCH
095660         GO TO 5100-EXIT
095670     END-IF.
095700     ADD 1 TO PR-LEDGER-READ.
095800     IF AW-PERIOD-YEAR NOT = PR-REVIEW-YEAR
095900         GO TO 5100-EXIT
096000     END-IF.
096100     ADD 1 TO PR-HISTORY-SELECTED.
096200     MOVE AW-DEPT-CODE TO SD-DEPT-CODE.
096300     MOVE AW-PLAYER-ID TO SD-PLAYER-ID.
096400     MOVE AW-PERIOD TO SD-PERIOD.
096500     MOVE AW-TIER-SEQ TO SD-TIER-SEQ.
096600     MOVE AWARD-RECORD TO SD-AWARD-IMAGE.
096700     RELEASE AWARD-SORT-RECORD.
096800 5100-EXIT.
096900     EXIT.
097000*----------------------------------------------------------------
097100* 5500-REPORT-SORTED - PROCEDURE DE SORTIE DU TRI : RUPTURES
097200*                      SERVICE / JOUEUR ET EDITION DU BILAN
097300*----------------------------------------------------------------
097400 5500-REPORT-SORTED.
097500     INITIALIZE PR-GRAND-TOTALS.
097600     PERFORM 5900-GET-SORTED THRU 5900-EXIT.
097700     PERFORM 5600-PROCESS-ONE THRU 5600-EXIT
097800         UNTIL PR-SORT-AT-END.
097900     IF PR-HAVE-PLAYER
098000         PERFORM 5700-CLOSE-PLAYER THRU 5700-EXIT
098100     END-IF.
098200     IF PR-HAVE-DEPT
098300         PERFORM 5800-CLOSE-DEPT THRU 5800-EXIT
098400     END-IF.
098500     PERFORM 8500-PRINT-HISTORY-TOTALS THRU 8500-EXIT.
098600 5500-EXIT.
098700     EXIT.
098800*----------------------------------------------------------------
098900* 5600-PROCESS-ONE - UN PRIX TRIE : RUPTURES, LIGNE ET CUMULS
099000*----------------------------------------------------------------
099100 5600-PROCESS-ONE.
099200     MOVE SD-AWARD-IMAGE TO AWARD-RECORD.
099300     IF PR-HAVE-DEPT AND AW-DEPT-CODE NOT = PR-CURR-DEPT
099400         PERFORM 5700-CLOSE-PLAYER THRU 5700-EXIT
099500         PERFORM 5800-CLOSE-DEPT THRU 5800-EXIT
099600     END-IF.
099700     IF PR-HAVE-PLAYER AND AW-PLAYER-ID NOT = PR-CURR-PLAYER
099800         PERFORM 5700-CLOSE-PLAYER THRU 5700-EXIT
099900     END-IF.
100000     IF NOT PR-HAVE-DEPT
100100         MOVE "Y" TO PR-HAVE-DEPT-SWITCH
100200         MOVE AW-DEPT-CODE TO PR-CURR-DEPT
100300         INITIALIZE PR-DEPT-TOTALS
100400     END-IF.
100500     IF NOT PR-HAVE-PLAYER
100600         MOVE "Y" TO PR-HAVE-PLAYER-SWITCH
100700         MOVE AW-PLAYER-ID TO PR-CURR-PLAYER
100800         INITIALIZE PR-PLAYER-TOTALS
100900     END-IF.
101000     MOVE AW-DEPT-CODE TO PR-HL-DEPT.
101100     MOVE AW-PLAYER-ID TO PR-HL-ID.
101200     PERFORM 5610-RESOLVE-NAME THRU 5610-EXIT.
101300     MOVE AW-PERIOD TO PR-HL-PERIOD.
101400     MOVE AW-TIER TO PR-HL-TIER.
101500     MOVE AW-RANK TO PR-HL-RANK.
101600     MOVE AW-POINTS TO PR-HL-POINTS.
101700     MOVE AW-VALUE TO PR-HL-VALUE.
101800     MOVE PR-HIST-LINE TO PR-PRINT-AREA.
101900     PERFORM 7400-WRITE-PRINT-LINE THRU 7400-EXIT.
102000     IF AW-TIER-SEQ > ZERO AND AW-TIER-SEQ < 4
102100         ADD 1 TO PR-PT-COUNT (AW-TIER-SEQ)
102200         ADD 1 TO PR-DT-COUNT (AW-TIER-SEQ)
102300         ADD 1 TO PR-GT-COUNT (AW-TIER-SEQ)
102400     END-IF.
102500     ADD AW-VALUE TO PR-PT-VALUE PR-DT-VALUE PR-GT-VALUE.
102600     PERFORM 5900-GET-SORTED THRU 5900-EXIT.
102700 5600-EXIT.
102800     EXIT.
102900*----------------------------------------------------------------
103000* 5610-RESOLVE-NAME - NOM EN CLAIR LU AU ROSTER (LE REGISTRE NE
103100*                     LE CONSERVE PAS), SINON "(HORS ROSTER)"
103200*----------------------------------------------------------------
103300 5610-RESOLVE-NAME.
103400     MOVE "(HORS ROSTER)" TO PR-HL-NAME.
103500     IF PR-ROSTER-IS-OPENED
103600         MOVE AW-PLAYER-ID TO RO-PLAYER-ID
103700         READ ROSTER-FILE
103800             INVALID KEY
103900                 CONTINUE
104000             NOT INVALID KEY
104100                 MOVE RO-PLAYER-NAME TO PR-HL-NAME
104200         END-READ
104300     END-IF.
104400 5610-EXIT.
104500     EXIT.
104600*----------------------------------------------------------------
104700* 5700-CLOSE-PLAYER - SOUS-TOTAL D'UN JOUEUR
104800*----------------------------------------------------------------
104900 5700-CLOSE-PLAYER.
105000     MOVE SPACES TO PR-SL-LABEL.
105100     STRING "TOTAL JOUEUR " DELIMITED BY SIZE
105200         PR-CURR-PLAYER DELIMITED BY SIZE
105300         INTO PR-SL-LABEL.
105400     MOVE PR-PT-COUNT (1) TO PR-SL-GOLD.
105500     MOVE PR-PT-COUNT (2) TO PR-SL-SILVER.
105600     MOVE PR-PT-COUNT (3) TO PR-SL-BRONZE.
105700     MOVE PR-PT-VALUE TO PR-SL-VALUE.
105800     MOVE PR-SUBTOTAL-LINE TO PR-PRINT-AREA.
105900     PERFORM 7400-WRITE-PRINT-LINE THRU 7400-EXIT.
106000     MOVE "N" TO PR-HAVE-PLAYER-SWITCH.
106100 5700-EXIT.
106200     EXIT.
106300*----------------------------------------------------------------
106400* 5800-CLOSE-DEPT - SOUS-TOTAL D'UN SERVICE ET INTERLIGNE
106500*----------------------------------------------------------------
106600 5800-CLOSE-DEPT.
106700     MOVE SPACES TO PR-SL-LABEL.
106800     STRING "TOTAL SERVICE " DELIMITED BY SIZE
106900         PR-CURR-DEPT DELIMITED BY SIZE
107000         INTO PR-SL-LABEL.
107100     MOVE PR-DT-COUNT (1) TO PR-SL-GOLD.
107200     MOVE PR-DT-COUNT (2) TO PR-SL-SILVER.
107300     MOVE PR-DT-COUNT (3) TO PR-SL-BRONZE.
107400     MOVE PR-DT-VALUE TO PR-SL-VALUE.
107500     MOVE PR-SUBTOTAL-LINE TO PR-PRINT-AREA.
107600     PERFORM 7400-WRITE-PRINT-LINE THRU 7400-EXIT.
107700     MOVE SPACES TO PR-PRINT-AREA.
107800     PERFORM 7400-WRITE-PRINT-LINE THRU 7400-EXIT.
107900     MOVE "N" TO PR-HAVE-DEPT-SWITCH.
108000 5800-EXIT.
108100     EXIT.
108200*----------------------------------------------------------------
108300* 5900-GET-SORTED - RETOUR DU PRIX TRIE SUIVANT
108400*----------------------------------------------------------------
108500 5900-GET-SORTED.
108600     RETURN AWARD-SORT-FILE
108700         AT END
108800             MOVE "Y" TO PR-SORT-EOF-SWITCH
108900     END-RETURN.
109000 5900-EXIT.
109100     EXIT.
109200*----------------------------------------------------------------
109300* 7100-PRINT-HEADINGS - ENTETE DE PAGE DE L'ETAT ET LIGNE DES
109400*                       COLONNES DE LA FONCTION
109500*----------------------------------------------------------------
109600 7100-PRINT-HEADINGS.
109700     ADD 1 TO PR-PAGE-NUMBER.
109800     MOVE PR-PAGE-NUMBER TO PR-HDG-PAGE.
109900     MOVE PR-CURRENT-DATE TO PR-HDG-DATE.
110000     WRITE AWARD-PRINT-LINE FROM PR-HEADING-LINE-1
110100         AFTER ADVANCING PAGE.
110200     WRITE AWARD-PRINT-LINE FROM PR-HEADING-LINE-2
110300         AFTER ADVANCING 1 LINE.
110400     WRITE AWARD-PRINT-LINE FROM PR-HEADING-LINE-3
110500         AFTER ADVANCING 1 LINE.
110600     WRITE AWARD-PRINT-LINE FROM PR-COLUMN-LINE
110700         AFTER ADVANCING 2 LINES.
110800     MOVE 5 TO PR-LINE-COUNT.
110900 7100-EXIT.
111000     EXIT.
111100*----------------------------------------------------------------
111200* 7400-WRITE-PRINT-LINE - ECRITURE DE PR-PRINT-AREA AVEC SAUT DE
111300*                         PAGE QUAND LA PAGE EST PLEINE
111400*----------------------------------------------------------------
111500 7400-WRITE-PRINT-LINE.
111600     IF PR-LINE-COUNT >= PR-LINES-PER-PAGE
111700         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
111800     END-IF.
111900     WRITE AWARD-PRINT-LINE FROM PR-PRINT-AREA
112000         AFTER ADVANCING 1 LINE.
112100     IF PR-REPORT-STATUS NOT = "00"
112200         DISPLAY "Ecriture AWDRPT en echec, statut "
112300             PR-REPORT-STATUS "."
112400         MOVE 12 TO PR-RETURN-CODE
112500     END-IF.
112600     ADD 1 TO PR-LINE-COUNT.
112700 7400-EXIT.
112800     EXIT.
112900*----------------------------------------------------------------
113000* 8000-PRINT-POST-TOTALS - TOTAUX DE CONTROLE DE LA REMISE
113100*----------------------------------------------------------------
113200 8000-PRINT-POST-TOTALS.
113300     MOVE SPACES TO PR-PRINT-AREA.
113400     PERFORM 7400-WRITE-PRINT-LINE THRU 7400-EXIT.
113500     MOVE "PRIX DU REGISTRE LUS     : " TO PR-TL-LABEL.
113600     MOVE PR-LEDGER-READ TO PR-TL-COUNT.
113700     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
113800     MOVE "PRIX RECOPIES            : " TO PR-TL-LABEL.
113900     MOVE PR-LEDGER-COPIED TO PR-TL-COUNT.
114000     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
114100     MOVE "PRIX REMPLACES (FORCE)   : " TO PR-TL-LABEL.
114200     MOVE PR-LEDGER-REPLACED TO PR-TL-COUNT.
114300     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
114400     MOVE "JOUEURS ECARTES          : " TO PR-TL-LABEL.
114500     MOVE PR-PLAYERS-SKIPPED TO PR-TL-COUNT.
114600     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
114700     MOVE "PRIX REMIS CE MOIS       : " TO PR-TL-LABEL.
114800     MOVE PR-AWARDS-POSTED TO PR-TL-COUNT.
114900     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
115000     MOVE "BONS D'ACHAT EXTRAITS    : " TO PR-TL-LABEL.
115100     MOVE PR-VOUCHER-COUNT TO PR-TL-COUNT.
115200     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
115300     MOVE "MONTANT DES BONS (EUR)   : " TO PR-AL-LABEL.
115400     MOVE PR-VOUCHER-TOTAL TO PR-AL-AMOUNT.
115500     MOVE PR-AMOUNT-LINE TO PR-PRINT-AREA.
115600     PERFORM 7400-WRITE-PRINT-LINE THRU 7400-EXIT.
115700 8000-EXIT.
115800     EXIT.
115900*----------------------------------------------------------------
116000* 8100-PRINT-COUNT - UNE LIGNE LIBELLE / COMPTEUR
116100*----------------------------------------------------------------
116200 8100-PRINT-COUNT.
116300     MOVE PR-TOTAL-LINE TO PR-PRINT-AREA.
116400     PERFORM 7400-WRITE-PRINT-LINE THRU 7400-EXIT.
116500 8100-EXIT.
116600     EXIT.
116700*----------------------------------------------------------------
116800* 8500-PRINT-HISTORY-TOTALS - TOTAL GENERAL DE L'ANNEE
116900*----------------------------------------------------------------
117000 8500-PRINT-HISTORY-TOTALS.
117100     MOVE "TOTAL GENERAL DE L'ANNEE" TO PR-SL-LABEL.
117200     MOVE PR-GT-COUNT (1) TO PR-SL-GOLD.
117300     MOVE PR-GT-COUNT (2) TO PR-SL-SILVER.
117400     MOVE PR-GT-COUNT (3) TO PR-SL-BRONZE.
117500     MOVE PR-GT-VALUE TO PR-SL-VALUE.
117600     MOVE PR-SUBTOTAL-LINE TO PR-PRINT-AREA.
117700     PERFORM 7400-WRITE-PRINT-LINE THRU 7400-EXIT.
117800     MOVE SPACES TO PR-PRINT-AREA.
117900     PERFORM 7400-WRITE-PRINT-LINE THRU 7400-EXIT.
118000     MOVE "PRIX DU REGISTRE LUS     : " TO PR-TL-LABEL.
118100     MOVE PR-LEDGER-READ TO PR-TL-COUNT.
118200     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
118300     MOVE "PRIX DE L'ANNEE EDITES   : " TO PR-TL-LABEL.
118400     MOVE PR-HISTORY-SELECTED TO PR-TL-COUNT.
118500     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
118600 8500-EXIT.
118700     EXIT.
118800*----------------------------------------------------------------
118900* 9000-TERMINATE - FERMETURE DES FICHIERS ET FIN DE PROGRAMME
119000*----------------------------------------------------------------
119100 9000-TERMINATE.
119200     IF PR-ROSTER-IS-OPENED
119300         CLOSE ROSTER-FILE
119400     END-IF.
119500     IF PR-AWARDIN-IS-OPENED
119600         CLOSE AWARDIN-FILE
119700     END-IF.
119800     IF PR-AWARDOUT-IS-OPENED
119900         CLOSE AWARDOUT-FILE
120000     END-IF.
120100     IF PR-VOUCHER-IS-OPENED
120200         CLOSE VOUCHER-FILE
120300     END-IF.
120400     IF PR-REPORT-STATUS = "00"
120500         CLOSE AWARD-REPORT
120600     END-IF.
120700     DISPLAY "Registre des prix GGAWARDS termine, code retour "
120800         PR-RETURN-CODE ".".
120900 9000-EXIT.
121000     EXIT.
