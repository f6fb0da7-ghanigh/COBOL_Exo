000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GGBRACKT.
000300 AUTHOR. D. LAMBERT.
000400 INSTALLATION. DIRECTION INFORMATIQUE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 10/15/2026 DL   PROGRAMME INITIAL - COUPE DE FIN D'ANNEE A
001300*                 ELIMINATION DIRECTE AUTOUR DU FICHIER BRACKET
001400*                 (FIN DU TABLEAU BLANC ET DES PAQUETS DE DUEL
001500*                 FAITS A LA MAIN). TROIS FONCTIONS PAR LE PARM :
001600*                 - 'SEED COUPE DIFFICULTE PLAFOND JOUEURS' :
001700*                   TIRAGE DU TABLEAU DEPUIS LE MAITRE SEASON
001800*                   (SE-POINTS PUIS SE-WINS, JOUEURS ACTIFS AU
001900*                   ROSTER), PLACEMENT CLASSIQUE DES TETES DE
002000*                   SERIE, EXEMPTS AU PREMIER TOUR SI LE NOMBRE
002100*                   DE JOUEURS N'EST PAS UNE PUISSANCE DE 2 ;
002200*                 - 'DECKS' : LES PROPOSITIONS REMISES PAR LES
002300*                   JOUEURS (FORMAT PAQUET TOURNOI) SONT
002400*                   CROISEES EN UN JOB DE DUEL PAR MATCH DU TOUR
002500*                   (CONTROLE GGDECKED PUIS JEU GUESSGAME) ; UN
002600*                   JOUEUR SANS PROPOSITION PERD PAR FORFAIT ;
002700*                 - 'ADVANCE' : APRES GGAUDIT, LES ISSUES DES
002800*                   DUELS SONT LUES DANS CLEANLOG (APPARIEES SUR
002900*                   GL-DUEL-ID) : WIN/LOSE QUALIFIE LE GAGNANT,
003000*                   DRAW DEMANDE UN REJEU ; LE TOUR COMPLET
003100*                   ENGENDRE LE TOUR SUIVANT.
003200*                 L'ETAT DU TABLEAU EST EDITE A CHAQUE PASSAGE.
003300*                 L'ANCIEN MAITRE EST RELU ET UN NOUVEAU MAITRE
003400*                 ECRIT : TOUT PASSAGE EST REJOUABLE.
003410* 10/15/2026 DL   LES DEUX ENREGISTREMENTS D'UN DUEL SONT APPARIES
003420*                 SUR LA DATE, GL-DUEL-ID ET LE SITE DE JEU : DANS
003430*                 LE GAMELOG CONSOLIDE, DEUX SITES PEUVENT AVOIR
003440*                 LE MEME IDENTIFIANT LE MEME JOUR. LE SITE ENTRE
003450*                 AUSSI DANS LA CLE DU DERNIER DUEL DU MATCH.
003500*----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT BRACKET-IN-FILE ASSIGN TO BRACKIN
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS BK-BRACKIN-STATUS.
004500     SELECT BRACKET-OUT-FILE ASSIGN TO BRACKOUT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS BK-BRACKOUT-STATUS.
004800     SELECT SEASON-FILE ASSIGN TO SEASIN
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS BK-SEASIN-STATUS.
005100     SELECT ROSTER-FILE ASSIGN TO ROSTER
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS RO-PLAYER-ID
005500         FILE STATUS IS BK-ROSTER-STATUS.
005600     SELECT SUBMIT-FILE ASSIGN TO CUPSUBM
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS BK-SUBMIT-STATUS.
005900     SELECT CUPJCL-FILE ASSIGN TO CUPJCL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS BK-CUPJCL-STATUS.
006200     SELECT CLEANLOG-FILE ASSIGN TO CLEANLOG
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS BK-CLEANLOG-STATUS.
006500     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS BK-RUNCTL-STATUS.
006800     SELECT BRACKET-REPORT ASSIGN TO BRACKRPT
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS BK-REPORT-STATUS.
007100     SELECT SEED-SORT-FILE ASSIGN TO SORTWK.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  BRACKET-IN-FILE
007500     RECORDING MODE IS F.
007600 01  BRACKET-IN-RECORD          PIC X(80).
007700 FD  BRACKET-OUT-FILE
007800     RECORDING MODE IS F.
007900 01  BRACKET-OUT-RECORD         PIC X(80).
008000 FD  SEASON-FILE
008100     RECORDING MODE IS F.
008200 COPY SEASONR.
008300 FD  ROSTER-FILE.
008400 COPY ROSTERR.
008500 FD  SUBMIT-FILE.
008600 COPY GUESSESR.
008700 FD  CUPJCL-FILE
008800     RECORDING MODE IS F.
008900 01  CUPJCL-RECORD              PIC X(80).
009000 FD  CLEANLOG-FILE
009100     RECORDING MODE IS F.
009200 COPY GAMELOGR.
009300 FD  RUNCTL-FILE
009400     RECORDING MODE IS F.
009500 01  RUNCTL-IO-AREA             PIC X(80).
009600 FD  BRACKET-REPORT
009700     RECORDING MODE IS F.
009800 01  BRACKET-PRINT-LINE         PIC X(132).
009900 SD  SEED-SORT-FILE.
010000 01  SEED-SORT-RECORD.
010100     05  SD-POINTS              PIC 9(05).
010200     05  SD-WINS                PIC 9(05).
010300     05  SD-PLAYER-ID           PIC X(08).
010400 WORKING-STORAGE SECTION.
010500*----------------------------------------------------------------
010600* SWITCHS DE CONTROLE ET STATUTS FICHIERS
010700*----------------------------------------------------------------
010800 01  BK-BRACKIN-STATUS          PIC X(02)  VALUE "00".
010900 01  BK-BRACKOUT-STATUS         PIC X(02)  VALUE "00".
011000 01  BK-SEASIN-STATUS           PIC X(02)  VALUE "00".
011100 01  BK-ROSTER-STATUS           PIC X(02)  VALUE "00".
011200 01  BK-SUBMIT-STATUS           PIC X(02)  VALUE "00".
011300 01  BK-CUPJCL-STATUS           PIC X(02)  VALUE "00".
011400 01  BK-CLEANLOG-STATUS         PIC X(02)  VALUE "00".
011500 01  BK-REPORT-STATUS           PIC X(02)  VALUE "00".
011600 01  BK-BRACKIN-EOF-SWITCH      PIC X(01)  VALUE "N".
011700     88  BK-BRACKIN-AT-END                 VALUE "Y".
011800 01  BK-SEASIN-EOF-SWITCH       PIC X(01)  VALUE "N".
011900     88  BK-SEASIN-AT-END                  VALUE "Y".
012000 01  BK-SUBMIT-EOF-SWITCH       PIC X(01)  VALUE "N".
012100     88  BK-SUBMIT-AT-END                  VALUE "Y".
012200 01  BK-CLEANLOG-EOF-SWITCH     PIC X(01)  VALUE "N".
012300     88  BK-CLEANLOG-AT-END                VALUE "Y".
012400 01  BK-SORT-EOF-SWITCH         PIC X(01)  VALUE "N".
012500     88  BK-SORT-AT-END                    VALUE "Y".
012600 01  BK-FATAL-ERROR-SWITCH      PIC X(01)  VALUE "N".
012700     88  BK-FATAL-ERROR                    VALUE "Y".
012800 01  BK-BRACKET-LOADED-SWITCH   PIC X(01)  VALUE "N".
012900     88  BK-BRACKET-LOADED                 VALUE "Y".
013000 01  BK-ROSTER-OPENED-SWITCH    PIC X(01)  VALUE "N".
013100     88  BK-ROSTER-IS-OPENED               VALUE "Y".
013200 01  BK-CUPJCL-OPENED-SWITCH    PIC X(01)  VALUE "N".
013300     88  BK-CUPJCL-IS-OPENED               VALUE "Y".
013400 01  BK-CLEANLOG-OPENED-SWITCH  PIC X(01)  VALUE "N".
013500     88  BK-CLEANLOG-IS-OPENED             VALUE "Y".
013600 01  BK-REPORT-OPENED-SWITCH    PIC X(01)  VALUE "N".
013700     88  BK-REPORT-IS-OPENED               VALUE "Y".
013800 01  BK-PENDING-FULL-SWITCH     PIC X(01)  VALUE "N".
013900     88  BK-PENDING-IS-FULL                VALUE "Y".
014000*----------------------------------------------------------------
014100* FONCTION ET REGLAGES DEMANDES PAR LE PARM :
014200* "SEED COUPE [DIFFICULTE] [PLAFOND] [JOUEURS] [FORCE]",
014300* "DECKS" OU "ADVANCE [FORCE]"
014400*----------------------------------------------------------------
014500 01  BK-PARM-DATA               PIC X(50)  VALUE SPACES.
014600 01  BK-PARM-FUNCTION           PIC X(08)  VALUE SPACES.
014700     88  BK-FUNC-SEED                      VALUE "SEED    ".
014800     88  BK-FUNC-DECKS                     VALUE "DECKS   ".
014900     88  BK-FUNC-ADVANCE                   VALUE "ADVANCE ".
015000 01  BK-PARM-TOK-2              PIC X(08)  VALUE SPACES.
015100 01  BK-PARM-TOK-3              PIC X(08)  VALUE SPACES.
015200 01  BK-PARM-TOK-4              PIC X(08)  VALUE SPACES.
015300 01  BK-PARM-TOK-5              PIC X(08)  VALUE SPACES.
015400 01  BK-PARM-TOK-6              PIC X(08)  VALUE SPACES.
015500 01  BK-TOK-4-LEN               PIC 9(02)  COMP VALUE ZERO.
015600 01  BK-TOK-5-LEN               PIC 9(02)  COMP VALUE ZERO.
015700 01  BK-NUM-EDIT                PIC X(03)  JUSTIFIED RIGHT
015800                                           VALUE SPACES.
015900 01  BK-NUM-VALUE               PIC 9(03)  VALUE ZERO.
016000*----------------------------------------------------------------
016100* ENTETE DE LA COUPE (CF BRACKETR) ET REGLAGES DERIVES
016200*----------------------------------------------------------------
016300 01  BK-CUP-ID                  PIC X(08)  VALUE SPACES.
016400 01  BK-DIFFICULTY              PIC X(06)  VALUE "MEDIUM".
016500 01  BK-MAX-ATTEMPTS            PIC 9(02)  VALUE 12.
016600 01  BK-FIELD-SIZE              PIC 9(03)  VALUE 16.
016700 01  BK-BRACKET-SIZE            PIC 9(03)  VALUE ZERO.
016800 01  BK-ROUNDS                  PIC 9(02)  VALUE ZERO.
016900 01  BK-CURRENT-ROUND           PIC 9(02)  VALUE ZERO.
017000 01  BK-CUP-STATUS              PIC X(01)  VALUE SPACE.
017100     88  BK-CUP-OPEN                       VALUE "O".
017200     88  BK-CUP-COMPLETE                   VALUE "C".
017300 01  BK-CHAMPION-ID             PIC X(08)  VALUE SPACES.
017400 01  BK-SEED-DATE               PIC 9(08)  VALUE ZERO.
017500 01  BK-SEASON-START            PIC 9(08)  VALUE ZERO.
017600 01  BK-MAX-NUMBER              PIC 9(03)  VALUE 100.
017700 01  BK-PAR                     PIC 9(03)  VALUE ZERO.
017800 01  BK-SPAN                    PIC 9(05)  VALUE ZERO.
017900*----------------------------------------------------------------
018000* TABLE DES MATCHS DU TABLEAU (64 JOUEURS AU PLUS, DONC 63
018100* MATCHS), DANS L'ORDRE TOUR / MATCH DU FICHIER BRACKET
018200*----------------------------------------------------------------
018300 01  BK-MATCH-COUNT             PIC 9(03)  COMP VALUE ZERO.
018400 01  BK-MATCH-TABLE.
018500     05  BK-MT-ENTRY  OCCURS 1 TO 63 TIMES
018600                      DEPENDING ON BK-MATCH-COUNT
018700                      INDEXED BY BK-MT-IDX.
018800         10  BK-MT-DATA.
018900             15  BK-MT-ROUND        PIC 9(02).
019000             15  BK-MT-MATCH-NO     PIC 9(03).
019100             15  BK-MT-SEED-1       PIC 9(03).
019200             15  BK-MT-PLAYER-1     PIC X(08).
019300             15  BK-MT-SEED-2       PIC 9(03).
019400             15  BK-MT-PLAYER-2     PIC X(08).
019500             15  BK-MT-WINNER       PIC X(08).
019600             15  BK-MT-STATUS       PIC X(01).
019700                 88  BK-MT-PENDING             VALUE "P".
019800                 88  BK-MT-ISSUED              VALUE "D".
019900                 88  BK-MT-REPLAY              VALUE "R".
020000                 88  BK-MT-OPEN                VALUE "P" "D" "R".
020100                 88  BK-MT-DECIDED             VALUE "W" "F" "B".
020200             15  BK-MT-REPLAYS      PIC 9(02).
020300             15  BK-MT-DECK-DATE    PIC 9(08).
020400             15  BK-MT-LAST-KEY.
020500                 20  BK-MT-LAST-DATE    PIC 9(08).
020600                 20  BK-MT-LAST-ID      PIC 9(08).
020650                 20  BK-MT-LAST-SITE    PIC X(02).
020700             15  FILLER             PIC X(15).
020750         10  BK-MT-NEW-KEY.
020800             15  BK-MT-NEW-DATE     PIC 9(08).
020850             15  BK-MT-NEW-ID       PIC 9(08).
020900             15  BK-MT-NEW-SITE     PIC X(02).
021100         10  BK-MT-NEW-RESULT-1     PIC X(04).
021200         10  BK-MT-NEW-RESULT-2     PIC X(04).
021300 01  BK-MT-SUB                  PIC 9(03)  COMP VALUE ZERO.
021400 01  BK-FOUND-SUB               PIC 9(03)  COMP VALUE ZERO.
021500 01  BK-ROUND-START             PIC 9(03)  COMP VALUE ZERO.
021600 01  BK-ROUND-MATCHES           PIC 9(03)  COMP VALUE ZERO.
021700 01  BK-ROUND-DECIDED           PIC 9(03)  COMP VALUE ZERO.
021800 01  BK-NEXT-NO                 PIC 9(03)  COMP VALUE ZERO.
021900 01  BK-UPPER-SUB               PIC 9(03)  COMP VALUE ZERO.
022000 01  BK-LOWER-SUB               PIC 9(03)  COMP VALUE ZERO.
022100 01  BK-SEARCH-ID               PIC X(08)  VALUE SPACES.
022200*----------------------------------------------------------------
022300* TIRAGE : JOUEURS RETENUS PAR ORDRE DE TETE DE SERIE, PUIS
022400* PLACEMENT CLASSIQUE (1 CONTRE N, 2 CONTRE N-1 ... LES DEUX
022500* PREMIERES TETES DE SERIE NE PEUVENT SE RENCONTRER QU'EN
022600* FINALE)
022700*----------------------------------------------------------------
022800 01  BK-SEED-COUNT              PIC 9(03)  COMP VALUE ZERO.
022900 01  BK-SEED-TABLE.
023000     05  BK-SEED-ID   OCCURS 64 TIMES  PIC X(08).
023100 01  BK-POS-COUNT               PIC 9(03)  COMP VALUE ZERO.
023200 01  BK-POS-TABLE.
023300     05  BK-POS       OCCURS 64 TIMES  PIC 9(03).
023400 01  BK-POS-WORK-TABLE.
023500     05  BK-POS-WORK  OCCURS 64 TIMES  PIC 9(03).
023600 01  BK-POS-I                   PIC 9(03)  COMP VALUE ZERO.
023700*----------------------------------------------------------------
023800* PROPOSITIONS REMISES POUR LE TOUR (UNE LISTE PAR JOUEUR,
023900* PLAFOND D'ESSAIS AU PLUS)
024000*----------------------------------------------------------------
024100 01  BK-SUB-COUNT               PIC 9(03)  COMP VALUE ZERO.
024200 01  BK-SUBMISSION-TABLE.
024300     05  BK-SB-ENTRY  OCCURS 1 TO 64 TIMES
024400                      DEPENDING ON BK-SUB-COUNT
024500                      INDEXED BY BK-SB-IDX.
024600         10  BK-SB-PLAYER          PIC X(08).
024700         10  BK-SB-GUESS-COUNT     PIC 9(02).
024800         10  BK-SB-GUESS  OCCURS 99 TIMES  PIC 9(03).
024900 01  BK-CURRENT-SUB             PIC 9(03)  COMP VALUE ZERO.
025000 01  BK-SUB-1                   PIC 9(03)  COMP VALUE ZERO.
025100 01  BK-SUB-2                   PIC 9(03)  COMP VALUE ZERO.
025200 01  BK-CARD-NO                 PIC 9(05)  VALUE ZERO.
025300 01  BK-GUESS-EDIT              PIC X(03)  JUSTIFIED RIGHT
025400                                           VALUE SPACES.
025500 01  BK-GUESS-VALUE             PIC 9(03)  VALUE ZERO.
025600 01  BK-GUESS-I                 PIC 9(02)  VALUE ZERO.
025700 01  BK-GUESS-J                 PIC 9(02)  VALUE ZERO.
025800*----------------------------------------------------------------
025900* CONSTRUCTION DES JOBS DE DUEL (IMAGES CARTE DE 80 COLONNES)
026000*----------------------------------------------------------------
026100 01  BK-CARD                    PIC X(80)  VALUE SPACES.
026200 01  BK-DD-NAME                 PIC X(09)  VALUE SPACES.
026300 01  BK-DD-DSN                  PIC X(20)  VALUE SPACES.
026400 01  BK-DD-DISP                 PIC X(03)  VALUE SPACES.
026500 01  BK-ROUND-EDIT              PIC 9(02)  VALUE ZERO.
026600 01  BK-MATCH-EDIT              PIC 9(03)  VALUE ZERO.
026700 01  BK-ATTEMPTS-EDIT           PIC Z9.
026800 01  BK-DATE-EDIT               PIC 9(08)  VALUE ZERO.
026900*----------------------------------------------------------------
027000* APPARIEMENT DES DEUX ENREGISTREMENTS D'UN DUEL DANS CLEANLOG
027100*----------------------------------------------------------------
027200 01  BK-REC-KEY.
027300     05  BK-REC-DATE            PIC 9(08)  VALUE ZERO.
027400     05  BK-REC-ID              PIC 9(08)  VALUE ZERO.
027450     05  BK-REC-SITE            PIC X(02)  VALUE SPACES.
027500 01  BK-PENDING-COUNT           PIC 9(03)  COMP VALUE ZERO.
027600 01  BK-PENDING-TABLE.
027700     05  BK-PD-ENTRY  OCCURS 1 TO 200 TIMES
027800                      DEPENDING ON BK-PENDING-COUNT
027900                      INDEXED BY BK-PD-IDX.
028000         10  BK-PD-KEY.
028100             15  BK-PD-DATE         PIC 9(08).
028200             15  BK-PD-ID           PIC 9(08).
028250             15  BK-PD-SITE         PIC X(02).
028300         10  BK-PD-PLAYER          PIC X(08).
028400         10  BK-PD-RESULT          PIC X(04).
028500         10  BK-PD-MATCH-SUB       PIC 9(03)  COMP.
028600 01  BK-PENDING-SUB             PIC 9(03)  COMP VALUE ZERO.
028700*----------------------------------------------------------------
028800* COMPTEURS DU PASSAGE
028900*----------------------------------------------------------------
029000 01  BK-SEASON-READ             PIC 9(07)  VALUE ZERO.
029100 01  BK-SEASON-INELIGIBLE       PIC 9(07)  VALUE ZERO.
029200 01  BK-BYES                    PIC 9(07)  VALUE ZERO.
029300 01  BK-CARDS-READ              PIC 9(07)  VALUE ZERO.
029400 01  BK-CARDS-IGNORED           PIC 9(07)  VALUE ZERO.
029500 01  BK-DECKS-ISSUED            PIC 9(07)  VALUE ZERO.
029600 01  BK-FORFEITS                PIC 9(07)  VALUE ZERO.
029700 01  BK-LOG-READ                PIC 9(07)  VALUE ZERO.
029800 01  BK-DUELS-FOUND             PIC 9(07)  VALUE ZERO.
029900 01  BK-MATCHES-WON             PIC 9(07)  VALUE ZERO.
030000 01  BK-MATCHES-REPLAY          PIC 9(07)  VALUE ZERO.
030100 01  BK-MATCHES-WAITING         PIC 9(07)  VALUE ZERO.
030200 01  BK-MATCHES-INCOHERENT      PIC 9(07)  VALUE ZERO.
030300 01  BK-RETURN-CODE             PIC 9(04)  VALUE ZERO.
030400*----------------------------------------------------------------
030500* PILOTAGE PAR LE FICHIER RUNCTL (DATE DE GESTION, DERNIERS
030600* PASSAGES PAR PROGRAMME) ET PASSAGE VOLONTAIRE PAR PARM FORCE
030700*----------------------------------------------------------------
030800 01  BK-RUNCTL-STATUS           PIC X(02)  VALUE "00".
030900 01  BK-RUNCTL-EOF-SWITCH       PIC X(01)  VALUE "N".
031000     88  BK-RUNCTL-AT-END                  VALUE "Y".
031100 01  BK-RUNCTL-PRESENT-SWITCH   PIC X(01)  VALUE "N".
031200     88  BK-RUNCTL-PRESENT                 VALUE "Y".
031300 01  BK-FORCED-RUN-SWITCH       PIC X(01)  VALUE "N".
031400     88  BK-FORCED-RUN                     VALUE "Y".
031500 01  BK-BUSINESS-DATE           PIC 9(08)  VALUE ZERO.
031600 01  BK-RC-COUNT                PIC 9(03)  COMP VALUE ZERO.
031700 01  BK-RC-SELF-SUB             PIC 9(03)  COMP VALUE ZERO.
031800 01  BK-RC-AUDIT-SUB            PIC 9(03)  COMP VALUE ZERO.
031900 01  BK-RC-TABLE.
032000     05  BK-RC-ENTRY  OCCURS 1 TO 20 TIMES
032100                      DEPENDING ON BK-RC-COUNT.
032200         10  BK-RC-IMAGE        PIC X(80).
032300 01  BK-RUNCTL-OVFL-SWITCH      PIC X(01)  VALUE "N".
032400     88  BK-RUNCTL-OVERFLOW                VALUE "Y".
032500 COPY RUNCTLR.
032600 COPY BRACKETR.
032700*----------------------------------------------------------------
032800* MISE EN PAGE DE L'ETAT DU TABLEAU
032900*----------------------------------------------------------------
033000 01  BK-PAGE-NUMBER             PIC 9(04)  VALUE ZERO.
033100 01  BK-LINE-COUNT              PIC 9(03)  VALUE ZERO.
033200 01  BK-LINES-PER-PAGE          PIC 9(03)  VALUE 55.
033300 01  BK-PREV-ROUND              PIC 9(02)  VALUE ZERO.
033400 01  BK-HEADING-LINE-1.
033500     05  FILLER                PIC X(20)  VALUE
033600         "GGBRACKT            ".
033700     05  FILLER                PIC X(15)  VALUE SPACES.
033800     05  FILLER                PIC X(42)  VALUE
033900         "COUPE A ELIMINATION DIRECTE - TABLEAU     ".
034000     05  FILLER                PIC X(38)  VALUE SPACES.
034100     05  FILLER                PIC X(07)  VALUE "PAGE : ".
034200     05  BK-HDG-PAGE           PIC ZZZ9.
034300     05  FILLER                PIC X(06)  VALUE SPACES.
034400 01  BK-HEADING-LINE-2.
034500     05  FILLER                PIC X(08)  VALUE "COUPE : ".
034600     05  BK-HDG-CUP-ID         PIC X(08).
034700     05  FILLER                PIC X(15)  VALUE "  DIFFICULTE : ".
034800     05  BK-HDG-DIFFICULTY     PIC X(06).
034900     05  FILLER                PIC X(12)  VALUE "  PLAFOND : ".
035000     05  BK-HDG-ATTEMPTS       PIC Z9.
035100     05  FILLER                PIC X(12)  VALUE "  JOUEURS : ".
035200     05  BK-HDG-FIELD          PIC ZZ9.
035300     05  FILLER                PIC X(12)  VALUE "  TABLEAU : ".
035400     05  BK-HDG-SIZE           PIC ZZ9.
035500     05  FILLER                PIC X(10)  VALUE "  TOUR : ".
035600     05  BK-HDG-ROUND          PIC Z9.
035700     05  FILLER                PIC X(03)  VALUE " / ".
035800     05  BK-HDG-ROUNDS         PIC Z9.
035900     05  FILLER                PIC X(34)  VALUE SPACES.
036000 01  BK-HEADING-LINE-3.
036100     05  FILLER                PIC X(18)  VALUE
036200         "DATE DE GESTION : ".
036300     05  BK-HDG-DATE           PIC 9(08).
036400     05  FILLER                PIC X(12)  VALUE "  PASSAGE : ".
036500     05  BK-HDG-FUNCTION       PIC X(08).
036600     05  FILLER                PIC X(11)  VALUE "  COUPE : ".
036700     05  BK-HDG-STATUS         PIC X(09).
036800     05  FILLER                PIC X(14)  VALUE "  VAINQUEUR : ".
036900     05  BK-HDG-CHAMPION       PIC X(08).
037000     05  FILLER                PIC X(44)  VALUE SPACES.
037100 01  BK-HEADING-LINE-4.
037200     05  FILLER                PIC X(11)  VALUE "TOUR MATCH ".
037300     05  FILLER                PIC X(33)  VALUE
037400         "TS  JOUEUR 1                     ".
037500     05  FILLER                PIC X(35)  VALUE
037600         "   TS  JOUEUR 2                    ".
037700     05  FILLER                PIC X(14)  VALUE "  STATUT      ".
037800     05  FILLER                PIC X(10)  VALUE "VAINQUEUR ".
037900     05  FILLER                PIC X(06)  VALUE "REJ.  ".
038000     05  FILLER                PIC X(10)  VALUE "PAQUET    ".
038100     05  FILLER                PIC X(13)  VALUE SPACES.
038200 01  BK-HEADING-LINE-5.
038300     05  FILLER                PIC X(119) VALUE ALL "-".
038400     05  FILLER                PIC X(13)  VALUE SPACES.
038500 01  BK-MATCH-LINE.
038600     05  FILLER                PIC X(02)  VALUE SPACES.
038700     05  BK-ML-ROUND           PIC Z9.
038800     05  FILLER                PIC X(02)  VALUE SPACES.
038900     05  BK-ML-MATCH           PIC ZZ9.
039000     05  FILLER                PIC X(02)  VALUE SPACES.
039100     05  BK-ML-SEED-1          PIC ZZ9.
039200     05  FILLER                PIC X(01)  VALUE SPACES.
039300     05  BK-ML-PLAYER-1        PIC X(08).
039400     05  FILLER                PIC X(01)  VALUE SPACES.
039500     05  BK-ML-NAME-1          PIC X(20).
039600     05  FILLER                PIC X(03)  VALUE " - ".
039700     05  BK-ML-SEED-2          PIC ZZ9.
039800     05  FILLER                PIC X(01)  VALUE SPACES.
039900     05  BK-ML-PLAYER-2        PIC X(08).
040000     05  FILLER                PIC X(01)  VALUE SPACES.
040100     05  BK-ML-NAME-2          PIC X(20).
040200     05  FILLER                PIC X(02)  VALUE SPACES.
040300     05  BK-ML-STATUS          PIC X(12).
040400     05  FILLER                PIC X(02)  VALUE SPACES.
040500     05  BK-ML-WINNER          PIC X(08).
040600     05  FILLER                PIC X(02)  VALUE SPACES.
040700     05  BK-ML-REPLAYS         PIC Z9.
040800     05  FILLER                PIC X(04)  VALUE SPACES.
040900     05  BK-ML-DECK-DATE       PIC X(08).
041000     05  FILLER                PIC X(12)  VALUE SPACES.
041100 01  BK-NAME-WORK               PIC X(20)  VALUE SPACES.
041200 01  BK-TOTAL-LINE.
041300     05  BK-TL-LABEL           PIC X(24).
041400     05  BK-TL-COUNT           PIC ZZZZZZ9.
041500     05  FILLER                PIC X(101) VALUE SPACES.
041600 PROCEDURE DIVISION.
041700*----------------------------------------------------------------
041800* 0000-MAINLINE - ENCHAINEMENT PRINCIPAL : FONCTION DU PARM,
041900*                 REECRITURE DU TABLEAU ET EDITION DE SON ETAT
042000*----------------------------------------------------------------
042100 0000-MAINLINE.
042200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
042300     IF NOT BK-FATAL-ERROR
042400         EVALUATE TRUE
042500             WHEN BK-FUNC-SEED
042600                 PERFORM 2000-SEED-CUP THRU 2000-EXIT
042700             WHEN BK-FUNC-DECKS
042800                 PERFORM 3000-ISSUE-DECKS THRU 3000-EXIT
042900             WHEN BK-FUNC-ADVANCE
043000                 PERFORM 4000-ADVANCE-ROUND THRU 4000-EXIT
043100         END-EVALUATE
043200     END-IF
043300     IF NOT BK-FATAL-ERROR
043400         PERFORM 5000-WRITE-BRACKET THRU 5000-EXIT
043500     END-IF
043600     IF BK-BRACKET-LOADED AND NOT BK-FATAL-ERROR
043700         PERFORM 6000-PRINT-BRACKET THRU 6000-EXIT
043800     END-IF
043900     PERFORM 9000-TERMINATE THRU 9000-EXIT
044000     MOVE BK-RETURN-CODE TO RETURN-CODE
044100     STOP RUN.
044200*----------------------------------------------------------------
044300* 1000-INITIALIZE - LECTURE DU PARM, PILOTAGE, CHARGEMENT DU
044400*                   TABLEAU EN COURS ET OUVERTURE DE L'ETAT
044500*----------------------------------------------------------------
044600 1000-INITIALIZE.
044700     DISPLAY "GGBRACKT - COUPE A ELIMINATION DIRECTE".
044800     ACCEPT BK-PARM-DATA FROM COMMAND-LINE.
044900     UNSTRING BK-PARM-DATA DELIMITED BY ALL SPACE
045000         INTO BK-PARM-FUNCTION
045100             BK-PARM-TOK-2
045200             BK-PARM-TOK-3
045300             BK-PARM-TOK-4 COUNT IN BK-TOK-4-LEN
045400             BK-PARM-TOK-5 COUNT IN BK-TOK-5-LEN
045500             BK-PARM-TOK-6.
045600     IF NOT BK-FUNC-SEED AND NOT BK-FUNC-DECKS
045700             AND NOT BK-FUNC-ADVANCE
045800         DISPLAY "PARM invalide : SEED, DECKS ou ADVANCE attendu."
045900         MOVE "Y" TO BK-FATAL-ERROR-SWITCH
046000         MOVE 8 TO BK-RETURN-CODE
046100         GO TO 1000-EXIT
046200     END-IF.
046300*    LE MOT FORCE PEUT SUIVRE N'IMPORTE QUEL REGLAGE : IL EST
046400*    RETIRE DES REGLAGES AVANT LEUR CONTROLE.
046500     IF BK-PARM-TOK-2 = "FORCE"
046600         MOVE "Y" TO BK-FORCED-RUN-SWITCH
046700         MOVE SPACES TO BK-PARM-TOK-2
046800     END-IF.
046900     IF BK-PARM-TOK-3 = "FORCE"
047000         MOVE "Y" TO BK-FORCED-RUN-SWITCH
047100         MOVE SPACES TO BK-PARM-TOK-3
047200     END-IF.
047300     IF BK-PARM-TOK-4 = "FORCE"
047400         MOVE "Y" TO BK-FORCED-RUN-SWITCH
047500         MOVE SPACES TO BK-PARM-TOK-4
047600         MOVE ZERO TO BK-TOK-4-LEN
047700     END-IF.
047800     IF BK-PARM-TOK-5 = "FORCE"
047900         MOVE "Y" TO BK-FORCED-RUN-SWITCH
048000         MOVE SPACES TO BK-PARM-TOK-5
048100         MOVE ZERO TO BK-TOK-5-LEN
048200     END-IF.
048300     IF BK-PARM-TOK-6 = "FORCE"
048400         MOVE "Y" TO BK-FORCED-RUN-SWITCH
048500     END-IF.
048600     IF BK-FORCED-RUN
048700         DISPLAY "PASSAGE FORCE PAR PARM - SERA TRACE DANS "
048800             "RUNCTL."
048900     END-IF.
049000     PERFORM 1090-CHECK-RUNCTL THRU 1090-EXIT.
049100     IF BK-FATAL-ERROR
049200         GO TO 1000-EXIT
049300     END-IF.
049400     IF BK-BUSINESS-DATE = ZERO
049500         ACCEPT BK-BUSINESS-DATE FROM DATE YYYYMMDD
049600     END-IF.
049700     OPEN OUTPUT BRACKET-REPORT.
049800     IF BK-REPORT-STATUS NOT = "00"
049900         DISPLAY "Ouverture BRACKRPT impossible, statut "
050000             BK-REPORT-STATUS "."
050100         MOVE "Y" TO BK-FATAL-ERROR-SWITCH
050200         MOVE 12 TO BK-RETURN-CODE
050300         GO TO 1000-EXIT
050400     END-IF.
050500     MOVE "Y" TO BK-REPORT-OPENED-SWITCH.
050600     OPEN INPUT ROSTER-FILE.
050700     IF BK-ROSTER-STATUS NOT = "00"
050800         DISPLAY "Fichier ROSTER introuvable - noms non resolus."
050900     ELSE
051000         MOVE "Y" TO BK-ROSTER-OPENED-SWITCH
051100     END-IF.
051200     PERFORM 1100-LOAD-BRACKET THRU 1100-EXIT.
051300 1000-EXIT.
051400     EXIT.
051500*----------------------------------------------------------------
051600* 1090-CHECK-RUNCTL - LECTURE DU FICHIER DE PILOTAGE : DATE DE
051700*                     GESTION POUR TOUTES LES FONCTIONS ; LA
051800*                     QUALIFICATION (ADVANCE) EXIGE EN PLUS UN
051900*                     AUDIT GGAUDIT EQUILIBRE DE CETTE DATE, SAUF
052000*                     PARM FORCE. UN FICHIER ABSENT LAISSE LA
052100*                     CHAINE NON CONTROLEE.
052200*----------------------------------------------------------------
052300 1090-CHECK-RUNCTL.
052400     OPEN INPUT RUNCTL-FILE.
052500     IF BK-RUNCTL-STATUS NOT = "00"
052600         DISPLAY "Fichier RUNCTL absent - enchainement non "
052700             "controle."
052800         GO TO 1090-EXIT
052900     END-IF.
053000     MOVE "Y" TO BK-RUNCTL-PRESENT-SWITCH.
053100     PERFORM 1091-READ-RUNCTL THRU 1091-EXIT
053200         UNTIL BK-RUNCTL-AT-END.
053300     CLOSE RUNCTL-FILE.
053400     IF BK-BUSINESS-DATE = ZERO
053500         DISPLAY "RUNCTL sans date de gestion - enchainement "
053600             "non controle."
053700         MOVE "N" TO BK-RUNCTL-PRESENT-SWITCH
053800         GO TO 1090-EXIT
053900     END-IF.
054000     DISPLAY "Date de gestion RUNCTL : " BK-BUSINESS-DATE.
054100     IF NOT BK-FUNC-ADVANCE
054200         GO TO 1090-EXIT
054300     END-IF.
054400     IF BK-RC-AUDIT-SUB > ZERO
054500         MOVE BK-RC-IMAGE (BK-RC-AUDIT-SUB) TO RUNCTL-RECORD
054600     END-IF.
054700     IF BK-RC-AUDIT-SUB = ZERO
054800             OR RC-LAST-RUN-DATE NOT = BK-BUSINESS-DATE
054900             OR NOT RC-RUN-BALANCED
055000         IF BK-FORCED-RUN
055100             DISPLAY "Audit absent ou non equilibre pour la "
055200                 "date de gestion - passage force accepte."
055300         ELSE
055400             DISPLAY "Audit GGAUDIT absent ou non equilibre "
055500                 "pour la date de gestion - qualification "
055600                 "refusee (PARM FORCE pour passer outre)."
055700             MOVE "Y" TO BK-FATAL-ERROR-SWITCH
055800             MOVE 8 TO BK-RETURN-CODE
055900         END-IF
056000     END-IF.
056100 1090-EXIT.
056200     EXIT.
056300*----------------------------------------------------------------
056400* 1091-READ-RUNCTL - LECTURE D'UN ENREGISTREMENT DE PILOTAGE EN
056500*                    TABLE (ENTETE = DATE DE GESTION)
056600*----------------------------------------------------------------
056700 1091-READ-RUNCTL.
056800     READ RUNCTL-FILE INTO RUNCTL-RECORD
056900         AT END
057000             MOVE "Y" TO BK-RUNCTL-EOF-SWITCH
057100             GO TO 1091-EXIT
057200     END-READ.
057300     IF BK-RC-COUNT = 20
057400         MOVE "Y" TO BK-RUNCTL-OVFL-SWITCH
057500         GO TO 1091-EXIT
057600     END-IF.
057700     ADD 1 TO BK-RC-COUNT.
057800     MOVE RUNCTL-RECORD TO BK-RC-IMAGE (BK-RC-COUNT).
057900     IF RC-HEADER-REC
058000         MOVE RC-BUSINESS-DATE TO BK-BUSINESS-DATE
058100     ELSE
058200         EVALUATE RC-PROGRAM-NAME
058300             WHEN "GGAUDIT "
058400                 MOVE BK-RC-COUNT TO BK-RC-AUDIT-SUB
058500             WHEN "GGBRACKT"
058600                 MOVE BK-RC-COUNT TO BK-RC-SELF-SUB
058700             WHEN OTHER
058800                 CONTINUE
058900         END-EVALUATE
059000     END-IF.
059100 1091-EXIT.
059200     EXIT.
059300*----------------------------------------------------------------
059400* 1100-LOAD-BRACKET - CHARGEMENT DE L'ANCIEN MAITRE BRACKET :
059500*                     ENTETE DE COUPE PUIS MATCHS EN TABLE. SEUL
059600*                     LE TIRAGE (SEED) ADMET UN FICHIER ABSENT OU
059700*                     VIDE.
059800*----------------------------------------------------------------
059900 1100-LOAD-BRACKET.
060000     OPEN INPUT BRACKET-IN-FILE.
060100     IF BK-BRACKIN-STATUS NOT = "00"
060200         MOVE "Y" TO BK-BRACKIN-EOF-SWITCH
060300     ELSE
060400         PERFORM 1110-READ-BRACKET THRU 1110-EXIT
060500             UNTIL BK-BRACKIN-AT-END
060600         CLOSE BRACKET-IN-FILE
060700     END-IF.
060800     IF BK-FATAL-ERROR
060900         GO TO 1100-EXIT
061000     END-IF.
061100     IF BK-BRACKET-LOADED
061200         PERFORM 1150-SET-MAX-NUMBER THRU 1150-EXIT
061300         GO TO 1100-EXIT
061400     END-IF.
061500     IF NOT BK-FUNC-SEED
061600         DISPLAY "Fichier BRACKIN absent ou vide - lancer "
061700             "d'abord le tirage (PARM SEED)."
061800         MOVE "Y" TO BK-FATAL-ERROR-SWITCH
061900         MOVE 8 TO BK-RETURN-CODE
062000     END-IF.
062100 1100-EXIT.
062200     EXIT.
062300*----------------------------------------------------------------
062400* 1110-READ-BRACKET - UN ENREGISTREMENT DU MAITRE : L'ENTETE EN
062500*                     ZONES DE TRAVAIL, UN MATCH EN TABLE
062600*----------------------------------------------------------------
062700 1110-READ-BRACKET.
062800     READ BRACKET-IN-FILE INTO BRACKET-RECORD
062900         AT END
063000             MOVE "Y" TO BK-BRACKIN-EOF-SWITCH
063100             GO TO 1110-EXIT
063200     END-READ.
063300     IF BR-HEADER-REC
063400         MOVE "Y" TO BK-BRACKET-LOADED-SWITCH
063500         MOVE BR-CUP-ID TO BK-CUP-ID
063600         MOVE BR-DIFFICULTY TO BK-DIFFICULTY
063700         MOVE BR-MAX-ATTEMPTS TO BK-MAX-ATTEMPTS
063800         MOVE BR-FIELD-SIZE TO BK-FIELD-SIZE
063900         MOVE BR-BRACKET-SIZE TO BK-BRACKET-SIZE
064000         MOVE BR-ROUNDS TO BK-ROUNDS
064100         MOVE BR-CURRENT-ROUND TO BK-CURRENT-ROUND
064200         MOVE BR-CUP-STATUS TO BK-CUP-STATUS
064300         MOVE BR-CHAMPION-ID TO BK-CHAMPION-ID
064400         MOVE BR-SEED-DATE TO BK-SEED-DATE
064500         MOVE BR-SEASON-START TO BK-SEASON-START
064600         GO TO 1110-EXIT
064700     END-IF.
064800     IF NOT BR-MATCH-REC OR NOT BK-BRACKET-LOADED
064900         DISPLAY "Fichier BRACKIN invalide (entete absente ou "
065000             "type inconnu) - passage arrete."
065100         MOVE "Y" TO BK-FATAL-ERROR-SWITCH
065200         MOVE "Y" TO BK-BRACKIN-EOF-SWITCH
065300         MOVE 12 TO BK-RETURN-CODE
065400         GO TO 1110-EXIT
065500     END-IF.
065600     IF BK-MATCH-COUNT = 63
065700         DISPLAY "Plus de 63 matchs dans BRACKIN - passage "
065800             "arrete."
065900         MOVE "Y" TO BK-FATAL-ERROR-SWITCH
066000         MOVE "Y" TO BK-BRACKIN-EOF-SWITCH
066100         MOVE 12 TO BK-RETURN-CODE
066200         GO TO 1110-EXIT
066300     END-IF.
066400     ADD 1 TO BK-MATCH-COUNT.
066500     SET BK-MT-IDX TO BK-MATCH-COUNT.
066600     MOVE BR-MATCH-DATA TO BK-MT-DATA (BK-MT-IDX).
066700     MOVE ZERO TO BK-MT-NEW-KEY (BK-MT-IDX).
066800     MOVE SPACES TO BK-MT-NEW-RESULT-1 (BK-MT-IDX)
066900                    BK-MT-NEW-RESULT-2 (BK-MT-IDX).
067000 1110-EXIT.
067100     EXIT.
067200*----------------------------------------------------------------
067300* 1150-SET-MAX-NUMBER - PLAGE DES DUELS DE LA COUPE D'APRES SA
067400*                       DIFFICULTE (MEMES VALEURS QUE GUESSGAME)
067500*----------------------------------------------------------------
067600 1150-SET-MAX-NUMBER.
067700     EVALUATE TRUE
067800         WHEN BK-DIFFICULTY (1:4) = "EASY"
067900             MOVE 50 TO BK-MAX-NUMBER
068000         WHEN BK-DIFFICULTY (1:4) = "HARD"
068100             MOVE 999 TO BK-MAX-NUMBER
068200         WHEN OTHER
068300             MOVE 100 TO BK-MAX-NUMBER
068400     END-EVALUATE.
068500 1150-EXIT.
068600     EXIT.
068700*----------------------------------------------------------------
068800* 2000-SEED-CUP - TIRAGE D'UNE NOUVELLE COUPE : CONTROLE DU PARM,
068900*                 CLASSEMENT DES JOUEURS DE LA SAISON PAR TRI
069000*                 INTERNE, PLACEMENT ET PREMIER TOUR
069100*----------------------------------------------------------------
069200 2000-SEED-CUP.
069300*    UNE COUPE EN COURS DONT DES MATCHS SONT JOUES NE SE
069400*    RETIRE PAS PAR ERREUR : PARM FORCE OBLIGATOIRE.
069500     IF BK-BRACKET-LOADED AND BK-CUP-OPEN
069600         PERFORM 2010-CHECK-PLAYED THRU 2010-EXIT
069700         IF BK-FATAL-ERROR
069800             GO TO 2000-EXIT
069900         END-IF
070000     END-IF.
070100     PERFORM 2050-CHECK-SEED-PARM THRU 2050-EXIT.
070200     IF BK-FATAL-ERROR
070300         GO TO 2000-EXIT
070400     END-IF.
070500     IF NOT BK-ROSTER-IS-OPENED
070600         DISPLAY "ROSTER indispensable au tirage (joueurs "
070700             "actifs) - tirage refuse."
070800         MOVE "Y" TO BK-FATAL-ERROR-SWITCH
070900         MOVE 8 TO BK-RETURN-CODE
071000         GO TO 2000-EXIT
071100     END-IF.
071200     OPEN INPUT SEASON-FILE.
071300     IF BK-SEASIN-STATUS NOT = "00"
071400         DISPLAY "Ouverture SEASIN en echec, statut "
071500             BK-SEASIN-STATUS "."
071600         MOVE "Y" TO BK-FATAL-ERROR-SWITCH
071700         MOVE 12 TO BK-RETURN-CODE
071800         GO TO 2000-EXIT
071900     END-IF.
072000     MOVE ZERO TO BK-SEED-COUNT.
072100     SORT SEED-SORT-FILE
072200         DESCENDING KEY SD-POINTS
072300         DESCENDING KEY SD-WINS
072400         ASCENDING KEY SD-PLAYER-ID
072500         INPUT PROCEDURE IS 2100-FEED-SEEDS
072600             THRU 2100-EXIT
072700         OUTPUT PROCEDURE IS 2200-TAKE-SEEDS
072800             THRU 2200-EXIT.
072900     CLOSE SEASON-FILE.
073000     IF BK-SEED-COUNT < 2
073100         DISPLAY "Moins de 2 joueurs eligibles dans SEASON - "
073200             "tirage impossible."
073300         MOVE "Y" TO BK-FATAL-ERROR-SWITCH
073400         MOVE 8 TO BK-RETURN-CODE
073500         GO TO 2000-EXIT
073600     END-IF.
073700     IF BK-SEED-COUNT < BK-FIELD-SIZE
073800         DISPLAY "Seulement " BK-SEED-COUNT " joueurs eligibles"
073900             " - tableau reduit."
074000     END-IF.
074100     MOVE BK-SEED-COUNT TO BK-FIELD-SIZE.
074200     PERFORM 2300-PLACE-SEEDS THRU 2300-EXIT.
074300     MOVE ZERO TO BK-MATCH-COUNT.
074400     MOVE ZERO TO BK-MT-SUB.
074500     PERFORM 2400-BUILD-FIRST-MATCH THRU 2400-EXIT
074600         UNTIL BK-MT-SUB * 2 >= BK-BRACKET-SIZE.
074700     MOVE 1 TO BK-CURRENT-ROUND.
074800     MOVE "O" TO BK-CUP-STATUS.
074900     MOVE SPACES TO BK-CHAMPION-ID.
075000     MOVE BK-BUSINESS-DATE TO BK-SEED-DATE.
075100     MOVE "Y" TO BK-BRACKET-LOADED-SWITCH.
075200     DISPLAY "Coupe " BK-CUP-ID " tiree : " BK-FIELD-SIZE
075300         " joueurs, tableau de " BK-BRACKET-SIZE ".".
075400 2000-EXIT.
075500     EXIT.
075600*----------------------------------------------------------------
075700* 2010-CHECK-PLAYED - REFUS DU RETIRAGE D'UNE COUPE EN COURS
075800*                     DONT UN MATCH EST DEJA JOUE OU FORFAIT
075900*----------------------------------------------------------------
076000 2010-CHECK-PLAYED.
076100     MOVE ZERO TO BK-FOUND-SUB.
076150     IF BK-MATCH-COUNT > ZERO
076200         SET BK-MT-IDX TO 1
076300         SEARCH BK-MT-ENTRY
076400             AT END
076500                 CONTINUE
076600             WHEN BK-MT-STATUS (BK-MT-IDX) = "W" OR "F"
076700                 SET BK-FOUND-SUB TO BK-MT-IDX
076800         END-SEARCH
076850     END-IF.
076900     IF BK-FOUND-SUB = ZERO
077000         GO TO 2010-EXIT
077100     END-IF.
077200     IF BK-FORCED-RUN
077300         DISPLAY "Coupe " BK-CUP-ID " en cours remplacee par "
077400             "un nouveau tirage (passage force)."
077500     ELSE
077600         DISPLAY "Coupe " BK-CUP-ID " en cours avec des matchs "
077700             "joues - tirage refuse (PARM FORCE pour passer "
077800             "outre)."
077900         MOVE "Y" TO BK-FATAL-ERROR-SWITCH
078000         MOVE 8 TO BK-RETURN-CODE
078100     END-IF.
078200 2010-EXIT.
078300     EXIT.
078400*----------------------------------------------------------------
078500* 2050-CHECK-SEED-PARM - COUPE, DIFFICULTE, PLAFOND D'ESSAIS
078600*                        (AU MOINS LE PAR DE LA DICHOTOMIE, POUR
078700*                        QU'UN DUEL PUISSE SE GAGNER) ET NOMBRE
078800*                        DE JOUEURS (2 A 64)
078900*----------------------------------------------------------------
079000 2050-CHECK-SEED-PARM.
079100     IF BK-PARM-TOK-2 = SPACES
079200         DISPLAY "PARM SEED : identifiant de coupe absent."
079300         MOVE "Y" TO BK-FATAL-ERROR-SWITCH
079400         MOVE 8 TO BK-RETURN-CODE
079500         GO TO 2050-EXIT
079600     END-IF.
079700     MOVE BK-PARM-TOK-2 TO BK-CUP-ID.
079800     EVALUATE TRUE
079900         WHEN BK-PARM-TOK-3 = SPACES
080000             MOVE "MEDIUM" TO BK-DIFFICULTY
080100         WHEN BK-PARM-TOK-3 (1:4) = "EASY"
080200             MOVE "EASY  " TO BK-DIFFICULTY
080300         WHEN BK-PARM-TOK-3 (1:4) = "MEDI"
080400             MOVE "MEDIUM" TO BK-DIFFICULTY
080500         WHEN BK-PARM-TOK-3 (1:4) = "HARD"
080600             MOVE "HARD  " TO BK-DIFFICULTY
080700         WHEN OTHER
080800             DISPLAY "PARM SEED : difficulte " BK-PARM-TOK-3
080900                 " inconnue."
081000             MOVE "Y" TO BK-FATAL-ERROR-SWITCH
081100             MOVE 8 TO BK-RETURN-CODE
081200             GO TO 2050-EXIT
081300     END-EVALUATE.
081400     PERFORM 1150-SET-MAX-NUMBER THRU 1150-EXIT.
081500     IF BK-TOK-4-LEN > ZERO
081600         IF BK-TOK-4-LEN > 2
081700             MOVE "XXX" TO BK-NUM-EDIT
081800         ELSE
081900             MOVE BK-PARM-TOK-4 (1:BK-TOK-4-LEN) TO BK-NUM-EDIT
082000         END-IF
082100         INSPECT BK-NUM-EDIT REPLACING LEADING SPACE BY ZERO
082200         IF BK-NUM-EDIT IS NOT NUMERIC OR BK-NUM-EDIT = "000"
082300             DISPLAY "PARM SEED : plafond d'essais "
082400                 BK-PARM-TOK-4 " invalide (1 a 99)."
082500             MOVE "Y" TO BK-FATAL-ERROR-SWITCH
082600             MOVE 8 TO BK-RETURN-CODE
082700             GO TO 2050-EXIT
082800         END-IF
082900         MOVE BK-NUM-EDIT TO BK-NUM-VALUE
083000         MOVE BK-NUM-VALUE TO BK-MAX-ATTEMPTS
083100     END-IF.
083200     PERFORM 2060-COMPUTE-PAR THRU 2060-EXIT.
083300     IF BK-MAX-ATTEMPTS < BK-PAR
083400         DISPLAY "PARM SEED : plafond de " BK-MAX-ATTEMPTS
083500             " essais sous le minimum de la dichotomie (" BK-PAR
083600             ") pour " BK-DIFFICULTY "."
083700         MOVE "Y" TO BK-FATAL-ERROR-SWITCH
083800         MOVE 8 TO BK-RETURN-CODE
083900         GO TO 2050-EXIT
084000     END-IF.
084100     IF BK-TOK-5-LEN > ZERO
084200         IF BK-TOK-5-LEN > 3
084300             MOVE "XXX" TO BK-NUM-EDIT
084400         ELSE
084500             MOVE BK-PARM-TOK-5 (1:BK-TOK-5-LEN) TO BK-NUM-EDIT
084600         END-IF
084700         INSPECT BK-NUM-EDIT REPLACING LEADING SPACE BY ZERO
084800         IF BK-NUM-EDIT IS NOT NUMERIC
084900             MOVE ZERO TO BK-NUM-VALUE
085000         ELSE
085100             MOVE BK-NUM-EDIT TO BK-NUM-VALUE
085200         END-IF
085300         IF BK-NUM-VALUE < 2 OR BK-NUM-VALUE > 64
085400             DISPLAY "PARM SEED : nombre de joueurs "
085500                 BK-PARM-TOK-5 " invalide (2 a 64)."
085600             MOVE "Y" TO BK-FATAL-ERROR-SWITCH
085700             MOVE 8 TO BK-RETURN-CODE
085800             GO TO 2050-EXIT
085900         END-IF
086000         MOVE BK-NUM-VALUE TO BK-FIELD-SIZE
086100     END-IF.
086200 2050-EXIT.
086300     EXIT.
086400*----------------------------------------------------------------
086500* 2060-COMPUTE-PAR - NOMBRE D'ESSAIS DE LA DICHOTOMIE POUR LA
086600*                    PLAGE : PLUS PETIT P TEL QUE 2 PUISSANCE P
086700*                    - 1 COUVRE LE MAXIMUM
086800*----------------------------------------------------------------
086900 2060-COMPUTE-PAR.
087000     MOVE ZERO TO BK-PAR.
087100     MOVE 1 TO BK-SPAN.
087200     PERFORM 2070-DOUBLE-SPAN THRU 2070-EXIT
087300         UNTIL BK-SPAN > BK-MAX-NUMBER.
087400 2060-EXIT.
087500     EXIT.
087600*----------------------------------------------------------------
087700* 2070-DOUBLE-SPAN - UN ESSAI DE PLUS DOUBLE LA PLAGE COUVERTE
087800*----------------------------------------------------------------
087900 2070-DOUBLE-SPAN.
088000     MULTIPLY 2 BY BK-SPAN.
088100     ADD 1 TO BK-PAR.
088200 2070-EXIT.
088300     EXIT.
088400*----------------------------------------------------------------
088500* 2100-FEED-SEEDS - PROCEDURE D'ENTREE DU TRI : JOUEURS DE LA
088600*                   SAISON AYANT JOUE ET ACTIFS AU ROSTER
088700*----------------------------------------------------------------
088800 2100-FEED-SEEDS.
088900     PERFORM 2110-RELEASE-ONE THRU 2110-EXIT
089000         UNTIL BK-SEASIN-AT-END.
089100 2100-EXIT.
089200     EXIT.
089300*----------------------------------------------------------------
089400* 2110-RELEASE-ONE - UN CUMUL DE SAISON VERSE AU TRI S'IL EST
089500*                    ELIGIBLE
089600*----------------------------------------------------------------
089700 2110-RELEASE-ONE.
089800     READ SEASON-FILE
089900         AT END
090000             MOVE "Y" TO BK-SEASIN-EOF-SWITCH
090100             GO TO 2110-EXIT
090200     END-READ.
090300     ADD 1 TO BK-SEASON-READ.
090400     MOVE SE-SEASON-START TO BK-SEASON-START.
090500     IF SE-GAMES = ZERO
090600         ADD 1 TO BK-SEASON-INELIGIBLE
090700         GO TO 2110-EXIT
090800     END-IF.
090900     MOVE SE-PLAYER-ID TO RO-PLAYER-ID.
091000     READ ROSTER-FILE
091100         INVALID KEY
091200             MOVE SPACE TO RO-STATUS
091300     END-READ.
091400     IF NOT RO-ACTIVE
091500         ADD 1 TO BK-SEASON-INELIGIBLE
091600         GO TO 2110-EXIT
091700     END-IF.
091800     MOVE SE-POINTS TO SD-POINTS.
091900     MOVE SE-WINS TO SD-WINS.
092000     MOVE SE-PLAYER-ID TO SD-PLAYER-ID.
092100     RELEASE SEED-SORT-RECORD.
092200 2110-EXIT.
092300     EXIT.
092400*----------------------------------------------------------------
092500* 2200-TAKE-SEEDS - PROCEDURE DE SORTIE DU TRI : LES MEILLEURS
092600*                   JOUEURS DANS L'ORDRE DES TETES DE SERIE
092700*----------------------------------------------------------------
092800 2200-TAKE-SEEDS.
092900     PERFORM 2210-TAKE-ONE THRU 2210-EXIT
093000         UNTIL BK-SORT-AT-END
093100             OR BK-SEED-COUNT >= BK-FIELD-SIZE.
093200 2200-EXIT.
093300     EXIT.
093400*----------------------------------------------------------------
093500* 2210-TAKE-ONE - UNE TETE DE SERIE DE PLUS
093600*----------------------------------------------------------------
093700 2210-TAKE-ONE.
093800     RETURN SEED-SORT-FILE
093900         AT END
094000             MOVE "Y" TO BK-SORT-EOF-SWITCH
094100             GO TO 2210-EXIT
094200     END-RETURN.
094300     ADD 1 TO BK-SEED-COUNT.
094400     MOVE SD-PLAYER-ID TO BK-SEED-ID (BK-SEED-COUNT).
094500 2210-EXIT.
094600     EXIT.
094700*----------------------------------------------------------------
094800* 2300-PLACE-SEEDS - TAILLE DU TABLEAU (PUISSANCE DE 2) ET ORDRE
094900*                    DES TETES DE SERIE DANS LE TABLEAU : CHAQUE
095000*                    DOUBLEMENT OPPOSE LA TETE S A LA TETE
095100*                    TAILLE + 1 - S
095200*----------------------------------------------------------------
095300 2300-PLACE-SEEDS.
095400     MOVE 1 TO BK-POS-COUNT.
095500     MOVE 1 TO BK-POS (1).
095600     MOVE ZERO TO BK-ROUNDS.
095700     PERFORM 2310-DOUBLE-POSITIONS THRU 2310-EXIT
095800         UNTIL BK-POS-COUNT >= BK-FIELD-SIZE.
095900     MOVE BK-POS-COUNT TO BK-BRACKET-SIZE.
096000 2300-EXIT.
096100     EXIT.
096200*----------------------------------------------------------------
096300* 2310-DOUBLE-POSITIONS - UN TOUR DE PLUS DANS LE TABLEAU
096400*----------------------------------------------------------------
096500 2310-DOUBLE-POSITIONS.
096600     MOVE ZERO TO BK-POS-I.
096700     PERFORM 2320-SPLIT-ONE THRU 2320-EXIT
096800         UNTIL BK-POS-I >= BK-POS-COUNT.
096900     MULTIPLY 2 BY BK-POS-COUNT.
097000     MOVE BK-POS-WORK-TABLE TO BK-POS-TABLE.
097100     ADD 1 TO BK-ROUNDS.
097200 2310-EXIT.
097300     EXIT.
097400*----------------------------------------------------------------
097500* 2320-SPLIT-ONE - LA POSITION I DEVIENT LE MATCH (S, 2N+1-S)
097600*----------------------------------------------------------------
097700 2320-SPLIT-ONE.
097800     ADD 1 TO BK-POS-I.
097900     MOVE BK-POS (BK-POS-I) TO BK-POS-WORK (BK-POS-I * 2 - 1).
098000     COMPUTE BK-POS-WORK (BK-POS-I * 2) =
098100         BK-POS-COUNT * 2 + 1 - BK-POS (BK-POS-I).
098200 2320-EXIT.
098300     EXIT.
098400*----------------------------------------------------------------
098500* 2400-BUILD-FIRST-MATCH - UN MATCH DU PREMIER TOUR ; UNE TETE
098600*                          DE SERIE SANS ADVERSAIRE EST EXEMPTEE
098700*----------------------------------------------------------------
098800 2400-BUILD-FIRST-MATCH.
098900     ADD 1 TO BK-MT-SUB.
099000     ADD 1 TO BK-MATCH-COUNT.
099100     SET BK-MT-IDX TO BK-MATCH-COUNT.
099200     MOVE SPACES TO BK-MT-DATA (BK-MT-IDX).
099300     MOVE 1 TO BK-MT-ROUND (BK-MT-IDX).
099400     MOVE BK-MT-SUB TO BK-MT-MATCH-NO (BK-MT-IDX).
099500     MOVE BK-POS (BK-MT-SUB * 2 - 1) TO BK-MT-SEED-1 (BK-MT-IDX).
099600     MOVE BK-SEED-ID (BK-MT-SEED-1 (BK-MT-IDX))
099700         TO BK-MT-PLAYER-1 (BK-MT-IDX).
099800     MOVE ZERO TO BK-MT-REPLAYS (BK-MT-IDX)
099900                  BK-MT-DECK-DATE (BK-MT-IDX)
100000                  BK-MT-LAST-KEY (BK-MT-IDX)
100100                  BK-MT-NEW-KEY (BK-MT-IDX).
100200     IF BK-POS (BK-MT-SUB * 2) > BK-FIELD-SIZE
100300         MOVE ZERO TO BK-MT-SEED-2 (BK-MT-IDX)
100400         MOVE BK-MT-PLAYER-1 (BK-MT-IDX)
100500             TO BK-MT-WINNER (BK-MT-IDX)
100600         MOVE "B" TO BK-MT-STATUS (BK-MT-IDX)
100700         ADD 1 TO BK-BYES
100800     ELSE
100900         MOVE BK-POS (BK-MT-SUB * 2) TO BK-MT-SEED-2 (BK-MT-IDX)
101000         MOVE BK-SEED-ID (BK-MT-SEED-2 (BK-MT-IDX))
101100             TO BK-MT-PLAYER-2 (BK-MT-IDX)
101200         MOVE "P" TO BK-MT-STATUS (BK-MT-IDX)
101300     END-IF.
101400 2400-EXIT.
101500     EXIT.
101600*----------------------------------------------------------------
101700* 3000-ISSUE-DECKS - EMISSION DES JOBS DE DUEL DU TOUR EN COURS
101800*                    A PARTIR DES PROPOSITIONS REMISES ; FORFAIT
101900*                    DU JOUEUR QUI N'A RIEN REMIS
102000*----------------------------------------------------------------
102100 3000-ISSUE-DECKS.
102200     IF NOT BK-CUP-OPEN
102300         DISPLAY "Coupe " BK-CUP-ID " terminee - aucun paquet "
102400             "a emettre."
102500         MOVE 4 TO BK-RETURN-CODE
102600         GO TO 3000-EXIT
102700     END-IF.
102800     OPEN INPUT SUBMIT-FILE.
102900     IF BK-SUBMIT-STATUS NOT = "00"
103000         DISPLAY "Fichier CUPSUBM des propositions introuvable, "
103100             "statut " BK-SUBMIT-STATUS " - emission refusee."
103200         MOVE "Y" TO BK-FATAL-ERROR-SWITCH
103300         MOVE 8 TO BK-RETURN-CODE
103400         GO TO 3000-EXIT
103500     END-IF.
103600     MOVE ZERO TO BK-CURRENT-SUB.
103700     PERFORM 3100-READ-SUBMISSION THRU 3100-EXIT
103800         UNTIL BK-SUBMIT-AT-END.
103900     CLOSE SUBMIT-FILE.
104000     OPEN OUTPUT CUPJCL-FILE.
104100     IF BK-CUPJCL-STATUS NOT = "00"
104200         DISPLAY "Ouverture CUPJCL en echec, statut "
104300             BK-CUPJCL-STATUS "."
104400         MOVE "Y" TO BK-FATAL-ERROR-SWITCH
104500         MOVE 12 TO BK-RETURN-CODE
104600         GO TO 3000-EXIT
104700     END-IF.
104800     MOVE "Y" TO BK-CUPJCL-OPENED-SWITCH.
104900     MOVE ZERO TO BK-MT-SUB.
105000     PERFORM 3200-ISSUE-ONE-MATCH THRU 3200-EXIT
105100         UNTIL BK-MT-SUB >= BK-MATCH-COUNT.
105200     IF BK-CARDS-IGNORED > ZERO OR BK-FORFEITS > ZERO
105300         IF BK-RETURN-CODE < 4
105400             MOVE 4 TO BK-RETURN-CODE
105500         END-IF
105600     END-IF.
105700 3000-EXIT.
105800     EXIT.
105900*----------------------------------------------------------------
106000* 3100-READ-SUBMISSION - UNE CARTE DES PROPOSITIONS (FORMAT
106100*                        PAQUET TOURNOI : CARTE JOUEUR "P" PUIS
106200*                        SES PROPOSITIONS) ; LES CARTES FAUTIVES
106300*                        SONT SIGNALEES ET ECARTEES POUR QUE LE
106400*                        PAQUET EMIS PASSE GGDECKED
106500*----------------------------------------------------------------
106600 3100-READ-SUBMISSION.
106700     READ SUBMIT-FILE
106800         AT END
106900             MOVE "Y" TO BK-SUBMIT-EOF-SWITCH
107000             GO TO 3100-EXIT
107100     END-READ.
107200     ADD 1 TO BK-CARDS-READ.
107300     ADD 1 TO BK-CARD-NO.
107400     IF GE-CARD-TYPE = "P"
107500         PERFORM 3110-PLAYER-CARD THRU 3110-EXIT
107600     ELSE
107700         PERFORM 3120-GUESS-CARD THRU 3120-EXIT
107800     END-IF.
107900 3100-EXIT.
108000     EXIT.
108100*----------------------------------------------------------------
108200* 3110-PLAYER-CARD - OUVERTURE DE LA LISTE D'UN JOUEUR ENCORE EN
108300*                    LICE DANS UN MATCH NON JOUE DU TOUR
108400*----------------------------------------------------------------
108500 3110-PLAYER-CARD.
108600     MOVE ZERO TO BK-CURRENT-SUB.
108700     MOVE GE-PLAYER-ID TO BK-SEARCH-ID.
108800     PERFORM 3150-FIND-OPEN-PLAYER THRU 3150-EXIT.
108900     IF BK-FOUND-SUB = ZERO
109000         DISPLAY "Carte " BK-CARD-NO " : " GE-PLAYER-ID
109100             " sans match a jouer au tour " BK-CURRENT-ROUND
109200             " - liste ecartee."
109300         ADD 1 TO BK-CARDS-IGNORED
109400         GO TO 3110-EXIT
109500     END-IF.
109550     IF BK-SUB-COUNT > ZERO
109600         SET BK-SB-IDX TO 1
109700         SEARCH BK-SB-ENTRY
109800             AT END
109900                 CONTINUE
110000             WHEN BK-SB-PLAYER (BK-SB-IDX) = GE-PLAYER-ID
110100                 DISPLAY "Carte " BK-CARD-NO
110150                     " : deuxieme liste de "
110200                     GE-PLAYER-ID " - ecartee."
110300                 ADD 1 TO BK-CARDS-IGNORED
110400                 GO TO 3110-EXIT
110500         END-SEARCH
110550     END-IF.
110600     ADD 1 TO BK-SUB-COUNT.
110700     MOVE BK-SUB-COUNT TO BK-CURRENT-SUB.
110800     MOVE GE-PLAYER-ID TO BK-SB-PLAYER (BK-CURRENT-SUB).
110900     MOVE ZERO TO BK-SB-GUESS-COUNT (BK-CURRENT-SUB).
111000 3110-EXIT.
111100     EXIT.
111200*----------------------------------------------------------------
111300* 3120-GUESS-CARD - UNE PROPOSITION DU JOUEUR COURANT :
111400*                   NUMERIQUE, DANS LA PLAGE DE LA COUPE ET DANS
111500*                   LA LIMITE DU PLAFOND D'ESSAIS
111600*----------------------------------------------------------------
111700 3120-GUESS-CARD.
111800     IF BK-CURRENT-SUB = ZERO
111900         ADD 1 TO BK-CARDS-IGNORED
112000         GO TO 3120-EXIT
112100     END-IF.
112200     MOVE GE-GUESS-VALUE TO BK-GUESS-EDIT.
112300     INSPECT BK-GUESS-EDIT REPLACING LEADING SPACE BY ZERO.
112400     IF BK-GUESS-EDIT IS NOT NUMERIC
112500         DISPLAY "Carte " BK-CARD-NO " : proposition non "
112600             "numerique - ecartee."
112700         ADD 1 TO BK-CARDS-IGNORED
112800         GO TO 3120-EXIT
112900     END-IF.
113000     MOVE BK-GUESS-EDIT TO BK-GUESS-VALUE.
113100     IF BK-GUESS-VALUE < 1 OR BK-GUESS-VALUE > BK-MAX-NUMBER
113200         DISPLAY "Carte " BK-CARD-NO " : proposition hors de la "
113300             "plage de la coupe - ecartee."
113400         ADD 1 TO BK-CARDS-IGNORED
113500         GO TO 3120-EXIT
113600     END-IF.
113700     IF BK-SB-GUESS-COUNT (BK-CURRENT-SUB) >= BK-MAX-ATTEMPTS
113800         DISPLAY "Carte " BK-CARD-NO " : au-dela du plafond "
113900             "d'essais - ecartee."
114000         ADD 1 TO BK-CARDS-IGNORED
114100         GO TO 3120-EXIT
114200     END-IF.
114300     ADD 1 TO BK-SB-GUESS-COUNT (BK-CURRENT-SUB).
114400     MOVE BK-GUESS-VALUE TO BK-SB-GUESS (BK-CURRENT-SUB,
114500         BK-SB-GUESS-COUNT (BK-CURRENT-SUB)).
114600 3120-EXIT.
114700     EXIT.
114800*----------------------------------------------------------------
114900* 3150-FIND-OPEN-PLAYER - MATCH NON JOUE DU TOUR EN COURS DU
115000*                         JOUEUR BK-SEARCH-ID (ZERO SI AUCUN)
115100*----------------------------------------------------------------
115200 3150-FIND-OPEN-PLAYER.
115300     MOVE ZERO TO BK-FOUND-SUB.
115350     IF BK-MATCH-COUNT > ZERO
115400         SET BK-MT-IDX TO 1
115500         SEARCH BK-MT-ENTRY
115600             AT END
115700                 CONTINUE
115800             WHEN BK-MT-ROUND (BK-MT-IDX) = BK-CURRENT-ROUND
115900                     AND BK-MT-OPEN (BK-MT-IDX)
116000                     AND (BK-MT-PLAYER-1 (BK-MT-IDX) =
116050                           BK-SEARCH-ID
116100                       OR BK-MT-PLAYER-2 (BK-MT-IDX) =
116150                           BK-SEARCH-ID)
116200                 SET BK-FOUND-SUB TO BK-MT-IDX
116300         END-SEARCH
116350     END-IF.
116400 3150-EXIT.
116500     EXIT.
116600*----------------------------------------------------------------
116700* 3200-ISSUE-ONE-MATCH - UN MATCH NON JOUE DU TOUR : JOB DE DUEL
116800*                        SI LES DEUX LISTES SONT LA, FORFAIT
116900*                        SINON. UN PAQUET DEJA EMIS GARDE SA DATE
117000*                        (LE DUEL PEUT ETRE DEJA JOUE).
117100*----------------------------------------------------------------
117200 3200-ISSUE-ONE-MATCH.
117300     ADD 1 TO BK-MT-SUB.
117400     SET BK-MT-IDX TO BK-MT-SUB.
117500     IF BK-MT-ROUND (BK-MT-IDX) NOT = BK-CURRENT-ROUND
117600             OR NOT BK-MT-OPEN (BK-MT-IDX)
117700         GO TO 3200-EXIT
117800     END-IF.
117900     MOVE BK-MT-PLAYER-1 (BK-MT-IDX) TO BK-SEARCH-ID.
118000     PERFORM 3210-FIND-SUBMISSION THRU 3210-EXIT.
118100     MOVE BK-CURRENT-SUB TO BK-SUB-1.
118200     MOVE BK-MT-PLAYER-2 (BK-MT-IDX) TO BK-SEARCH-ID.
118300     PERFORM 3210-FIND-SUBMISSION THRU 3210-EXIT.
118400     MOVE BK-CURRENT-SUB TO BK-SUB-2.
118500     IF BK-SUB-1 > ZERO AND BK-SUB-2 > ZERO
118600         IF NOT BK-MT-ISSUED (BK-MT-IDX)
118700             MOVE BK-BUSINESS-DATE TO BK-MT-DECK-DATE (BK-MT-IDX)
118800             MOVE "D" TO BK-MT-STATUS (BK-MT-IDX)
118900         END-IF
119000         PERFORM 3300-WRITE-DUEL-JOB THRU 3300-EXIT
119100         ADD 1 TO BK-DECKS-ISSUED
119200         GO TO 3200-EXIT
119300     END-IF.
119400     IF BK-MT-ISSUED (BK-MT-IDX)
119500         DISPLAY "Match " BK-MT-MATCH-NO (BK-MT-IDX) " deja emis "
119600             "le " BK-MT-DECK-DATE (BK-MT-IDX) " sans liste "
119700             "complete ce jour - paquet non reemis."
119800         GO TO 3200-EXIT
119900     END-IF.
120000*    FORFAIT : LE JOUEUR PRESENT EST QUALIFIE ; SI AUCUN DES
120100*    DEUX N'A REMIS DE LISTE, LA MEILLEURE TETE DE SERIE PASSE.
120200     EVALUATE TRUE
120300         WHEN BK-SUB-1 > ZERO
120400             MOVE BK-MT-PLAYER-1 (BK-MT-IDX)
120500                 TO BK-MT-WINNER (BK-MT-IDX)
120600         WHEN BK-SUB-2 > ZERO
120700             MOVE BK-MT-PLAYER-2 (BK-MT-IDX)
120800                 TO BK-MT-WINNER (BK-MT-IDX)
120900         WHEN BK-MT-SEED-1 (BK-MT-IDX) < BK-MT-SEED-2 (BK-MT-IDX)
121000             MOVE BK-MT-PLAYER-1 (BK-MT-IDX)
121100                 TO BK-MT-WINNER (BK-MT-IDX)
121200         WHEN OTHER
121300             MOVE BK-MT-PLAYER-2 (BK-MT-IDX)
121400                 TO BK-MT-WINNER (BK-MT-IDX)
121500     END-EVALUATE.
121600     MOVE "F" TO BK-MT-STATUS (BK-MT-IDX).
121700     MOVE BK-BUSINESS-DATE TO BK-MT-DECK-DATE (BK-MT-IDX).
121800     ADD 1 TO BK-FORFEITS.
121900     DISPLAY "Match " BK-MT-MATCH-NO (BK-MT-IDX) " : forfait, "
122000         BK-MT-WINNER (BK-MT-IDX) " qualifie.".
122100 3200-EXIT.
122200     EXIT.
122300*----------------------------------------------------------------
122400* 3210-FIND-SUBMISSION - LISTE REMISE PAR BK-SEARCH-ID (RANG EN
122500*                        TABLE, ZERO SI AUCUNE PROPOSITION)
122600*----------------------------------------------------------------
122700 3210-FIND-SUBMISSION.
122800     MOVE ZERO TO BK-CURRENT-SUB.
122850     IF BK-SUB-COUNT > ZERO
122900         SET BK-SB-IDX TO 1
123000         SEARCH BK-SB-ENTRY
123100             AT END
123200                 CONTINUE
123300             WHEN BK-SB-PLAYER (BK-SB-IDX) = BK-SEARCH-ID
123400                 IF BK-SB-GUESS-COUNT (BK-SB-IDX) > ZERO
123500                     SET BK-CURRENT-SUB TO BK-SB-IDX
123600                 END-IF
123700         END-SEARCH
123750     END-IF.
123800 3210-EXIT.
123900     EXIT.
124000*----------------------------------------------------------------
124100* 3300-WRITE-DUEL-JOB - JOB DE DUEL D'UN MATCH, SUR LE MODELE DE
124200*                       GGEDITJC : CONTROLE GGDECKED DU PAQUET
124300*                       PUIS JEU GUESSGAME EN MODE DUEL SI LE
124400*                       CONTROLE EST A 0
124500*----------------------------------------------------------------
124600 3300-WRITE-DUEL-JOB.
124700     MOVE BK-CURRENT-ROUND TO BK-ROUND-EDIT.
124800     MOVE BK-MT-MATCH-NO (BK-MT-IDX) TO BK-MATCH-EDIT.
124900     MOVE BK-MAX-ATTEMPTS TO BK-ATTEMPTS-EDIT.
125000     MOVE SPACES TO BK-CARD.
125100     STRING "//GGK" BK-ROUND-EDIT BK-MATCH-EDIT
125200         " JOB (ACCTNO),'D LAMBERT',CLASS=A,MSGCLASS=X,"
125300         DELIMITED BY SIZE INTO BK-CARD.
125400     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
125500     MOVE "//             NOTIFY=&SYSUID" TO BK-CARD.
125600     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
125700     MOVE SPACES TO BK-CARD.
125800     STRING "//* COUPE " BK-CUP-ID " - TOUR " BK-ROUND-EDIT
125900         " - MATCH " BK-MATCH-EDIT " : "
126000         BK-MT-PLAYER-1 (BK-MT-IDX) " CONTRE "
126100         BK-MT-PLAYER-2 (BK-MT-IDX)
126200         DELIMITED BY SIZE INTO BK-CARD.
126300     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
126400     MOVE BK-MT-DECK-DATE (BK-MT-IDX) TO BK-DATE-EDIT.
126500     MOVE SPACES TO BK-CARD.
126600     STRING "//* PAQUET GGBRACKT DU " BK-DATE-EDIT
126700         DELIMITED BY SIZE INTO BK-CARD.
126800     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
126900     MOVE SPACES TO BK-CARD.
127000     STRING "//STEP1    EXEC PGM=GGDECKED,PARM='DUEL "
127100         BK-DIFFICULTY DELIMITED BY SPACE
127200         "'" DELIMITED BY SIZE INTO BK-CARD.
127300     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
127400     MOVE "STEPLIB  " TO BK-DD-NAME.
127500     MOVE "LOADLIB" TO BK-DD-DSN.
127600     MOVE "SHR" TO BK-DD-DISP.
127700     PERFORM 3320-WRITE-DD-CARD THRU 3320-EXIT.
127800     MOVE "ROSTER   " TO BK-DD-NAME.
127900     MOVE "ROSTER" TO BK-DD-DSN.
128000     PERFORM 3320-WRITE-DD-CARD THRU 3320-EXIT.
128100     MOVE "CALENDAR " TO BK-DD-NAME.
128200     MOVE "CALENDAR" TO BK-DD-DSN.
128300     PERFORM 3320-WRITE-DD-CARD THRU 3320-EXIT.
128400     MOVE "RUNCTL   " TO BK-DD-NAME.
128500     MOVE "RUNCTL" TO BK-DD-DSN.
128600     PERFORM 3320-WRITE-DD-CARD THRU 3320-EXIT.
128700     MOVE "//GUESSES  DD   *" TO BK-CARD.
128800     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
128900     MOVE ZERO TO BK-GUESS-I.
129000     PERFORM 3310-WRITE-GUESS-PAIR THRU 3310-EXIT
129100         UNTIL BK-GUESS-I >= BK-MAX-ATTEMPTS.
129200     MOVE "/*" TO BK-CARD.
129300     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
129400     MOVE "//EDITOUT  DD   DSN=&&EDITED," TO BK-CARD.
129500     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
129600     MOVE "//             DISP=(NEW,PASS)," TO BK-CARD.
129700     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
129800     MOVE "//             SPACE=(TRK,(1,1))," TO BK-CARD.
129900     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
130000     MOVE "//             DCB=(RECFM=FB,LRECL=12,BLKSIZE=1200)"
130100         TO BK-CARD.
130200     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
130300     MOVE "//EDITRPT  DD   SYSOUT=*" TO BK-CARD.
130400     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
130500     MOVE "//SYSOUT   DD   SYSOUT=*" TO BK-CARD.
130600     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
130700     MOVE SPACES TO BK-CARD.
130800     STRING "//STEP2    EXEC PGM=GUESSGAME,PARM='DUEL "
130900         BK-DIFFICULTY DELIMITED BY SPACE
131000         " " BK-ATTEMPTS-EDIT "',COND=(0,NE,STEP1)"
131100         DELIMITED BY SIZE INTO BK-CARD.
131200     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
131300     MOVE "STEPLIB  " TO BK-DD-NAME.
131400     MOVE "LOADLIB" TO BK-DD-DSN.
131500     PERFORM 3320-WRITE-DD-CARD THRU 3320-EXIT.
131600     MOVE "GAMELOG  " TO BK-DD-NAME.
131700     MOVE "GAMELOG" TO BK-DD-DSN.
131800     PERFORM 3320-WRITE-DD-CARD THRU 3320-EXIT.
131900     MOVE "GAMEDTL  " TO BK-DD-NAME.
132000     MOVE "GAMEDTL" TO BK-DD-DSN.
132100     PERFORM 3320-WRITE-DD-CARD THRU 3320-EXIT.
132200     MOVE "ROSTER   " TO BK-DD-NAME.
132300     MOVE "ROSTER" TO BK-DD-DSN.
132400     PERFORM 3320-WRITE-DD-CARD THRU 3320-EXIT.
132500     MOVE "CALENDAR " TO BK-DD-NAME.
132600     MOVE "CALENDAR" TO BK-DD-DSN.
132700     PERFORM 3320-WRITE-DD-CARD THRU 3320-EXIT.
132800     MOVE "RUNCTL   " TO BK-DD-NAME.
132900     MOVE "RUNCTL" TO BK-DD-DSN.
133000     MOVE "OLD" TO BK-DD-DISP.
133100     PERFORM 3320-WRITE-DD-CARD THRU 3320-EXIT.
133200     MOVE "RESTART  " TO BK-DD-NAME.
133300     MOVE "RESTART" TO BK-DD-DSN.
133400     MOVE "SHR" TO BK-DD-DISP.
133500     PERFORM 3320-WRITE-DD-CARD THRU 3320-EXIT.
133600     MOVE "//GUESSES  DD   DSN=&&EDITED,DISP=(OLD,DELETE)"
133700         TO BK-CARD.
133800     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
133900     MOVE "//SYSIN    DD   *" TO BK-CARD.
134000     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
134100     MOVE BK-MT-PLAYER-1 (BK-MT-IDX) TO BK-CARD.
134200     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
134300     MOVE BK-MT-PLAYER-2 (BK-MT-IDX) TO BK-CARD.
134400     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
134500     MOVE "/*" TO BK-CARD.
134600     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
134700     MOVE "//SYSOUT   DD   SYSOUT=*" TO BK-CARD.
134800     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
134900     MOVE "//" TO BK-CARD.
135000     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
135100 3300-EXIT.
135200     EXIT.
135300*----------------------------------------------------------------
135400* 3310-WRITE-GUESS-PAIR - UNE PROPOSITION DE CHAQUE JOUEUR, DANS
135500*                         L'ORDRE DES TOURS DE GUESSGAME (JOUEUR
135600*                         1 PUIS JOUEUR 2). UNE LISTE PLUS COURTE
135700*                         QUE LE PLAFOND REPETE SA DERNIERE
135800*                         PROPOSITION, POUR QUE LES TOURS RESTENT
135900*                         ALIGNES JUSQU'AU BOUT DU DUEL.
136000*----------------------------------------------------------------
136100 3310-WRITE-GUESS-PAIR.
136200     ADD 1 TO BK-GUESS-I.
136300     MOVE BK-GUESS-I TO BK-GUESS-J.
136400     IF BK-GUESS-J > BK-SB-GUESS-COUNT (BK-SUB-1)
136500         MOVE BK-SB-GUESS-COUNT (BK-SUB-1) TO BK-GUESS-J
136600     END-IF.
136700     MOVE SPACES TO BK-CARD.
136800     MOVE BK-SB-GUESS (BK-SUB-1, BK-GUESS-J) TO BK-CARD (1:3).
136900     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
137000     MOVE BK-GUESS-I TO BK-GUESS-J.
137100     IF BK-GUESS-J > BK-SB-GUESS-COUNT (BK-SUB-2)
137200         MOVE BK-SB-GUESS-COUNT (BK-SUB-2) TO BK-GUESS-J
137300     END-IF.
137400     MOVE SPACES TO BK-CARD.
137500     MOVE BK-SB-GUESS (BK-SUB-2, BK-GUESS-J) TO BK-CARD (1:3).
137600     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
137700 3310-EXIT.
137800     EXIT.
137900*----------------------------------------------------------------
138000* 3320-WRITE-DD-CARD - CARTE DD D'UN FICHIER DE PRODUCTION DU
138100*                      JEU (PROD.GUESSGAME.<DSN>)
138200*----------------------------------------------------------------
138300 3320-WRITE-DD-CARD.
138400     MOVE SPACES TO BK-CARD.
138500     STRING "//" BK-DD-NAME "DD   DSN=PROD.GUESSGAME."
138600         DELIMITED BY SIZE
138700         BK-DD-DSN DELIMITED BY SPACE
138800         ",DISP=" BK-DD-DISP DELIMITED BY SIZE
138900         INTO BK-CARD.
139000     PERFORM 3390-WRITE-CARD THRU 3390-EXIT.
139100 3320-EXIT.
139200     EXIT.
139300*----------------------------------------------------------------
139400* 3390-WRITE-CARD - ECRITURE D'UNE CARTE SUR LE FICHIER CUPJCL
139500*----------------------------------------------------------------
139600 3390-WRITE-CARD.
139700     WRITE CUPJCL-RECORD FROM BK-CARD.
139800     IF BK-CUPJCL-STATUS NOT = "00"
139900         DISPLAY "Ecriture CUPJCL en echec, statut "
140000             BK-CUPJCL-STATUS "."
140100         MOVE "Y" TO BK-FATAL-ERROR-SWITCH
140200         MOVE 12 TO BK-RETURN-CODE
140300     END-IF.
140400 3390-EXIT.
140500     EXIT.
140600*----------------------------------------------------------------
140700* 4000-ADVANCE-ROUND - QUALIFICATION : ISSUES DES DUELS DU TOUR
140800*                      LUES DANS CLEANLOG, PUIS TOUR SUIVANT SI
140900*                      TOUS LES MATCHS DU TOUR SONT DECIDES
141000*----------------------------------------------------------------
141100 4000-ADVANCE-ROUND.
141200     IF NOT BK-CUP-OPEN
141300         DISPLAY "Coupe " BK-CUP-ID " terminee - rien a "
141400             "qualifier."
141500         GO TO 4000-EXIT
141600     END-IF.
141700     OPEN INPUT CLEANLOG-FILE.
141800     IF BK-CLEANLOG-STATUS NOT = "00"
141900         DISPLAY "Ouverture CLEANLOG en echec, statut "
142000             BK-CLEANLOG-STATUS "."
142100         MOVE "Y" TO BK-FATAL-ERROR-SWITCH
142200         MOVE 12 TO BK-RETURN-CODE
142300         GO TO 4000-EXIT
142400     END-IF.
142500     MOVE "Y" TO BK-CLEANLOG-OPENED-SWITCH.
142600     PERFORM 4100-READ-CLEANLOG THRU 4100-EXIT.
142700     PERFORM 4200-TAKE-DUEL-RECORD THRU 4200-EXIT
142800         UNTIL BK-CLEANLOG-AT-END.
142900     MOVE ZERO TO BK-MT-SUB.
143000     PERFORM 4400-SETTLE-ONE-MATCH THRU 4400-EXIT
143100         UNTIL BK-MT-SUB >= BK-MATCH-COUNT.
143200     PERFORM 4500-CLOSE-ROUND THRU 4500-EXIT.
143300     IF BK-MATCHES-WAITING > ZERO
143400             OR BK-MATCHES-INCOHERENT > ZERO
143500         IF BK-RETURN-CODE < 4
143600             MOVE 4 TO BK-RETURN-CODE
143700         END-IF
143800     END-IF.
143900 4000-EXIT.
144000     EXIT.
144100*----------------------------------------------------------------
144200* 4100-READ-CLEANLOG - LECTURE DE LA PARTIE VALIDEE SUIVANTE
144300*----------------------------------------------------------------
144400 4100-READ-CLEANLOG.
144500     READ CLEANLOG-FILE
144600         AT END
144700             MOVE "Y" TO BK-CLEANLOG-EOF-SWITCH
144800     END-READ.
144900 4100-EXIT.
145000     EXIT.
145100*----------------------------------------------------------------
145200* 4200-TAKE-DUEL-RECORD - UN ENREGISTREMENT DE DUEL D'UN JOUEUR
145300*                         EN LICE, POSTERIEUR A L'EMISSION DE SON
145400*                         PAQUET ET AU DERNIER DUEL DEJA PRIS EN
145500*                         COMPTE : MIS EN ATTENTE DE CELUI DE
145550*                         L'ADVERSAIRE (MEME DATE, IDENTIFIANT ET
145600*                         SITE)
145700*----------------------------------------------------------------
145800 4200-TAKE-DUEL-RECORD.
145900     ADD 1 TO BK-LOG-READ.
146000     IF GL-DUEL-ID = ZERO
146100         GO TO 4290-NEXT-RECORD
146200     END-IF.
146300     MOVE GL-PLAYER-ID TO BK-SEARCH-ID.
146400     PERFORM 3150-FIND-OPEN-PLAYER THRU 3150-EXIT.
146500     IF BK-FOUND-SUB = ZERO
146600         GO TO 4290-NEXT-RECORD
146700     END-IF.
146800     SET BK-MT-IDX TO BK-FOUND-SUB.
146900     MOVE GL-LOG-DATE TO BK-REC-DATE.
147000     MOVE GL-DUEL-ID TO BK-REC-ID.
147050     MOVE GL-SITE-CODE TO BK-REC-SITE.
147100     IF BK-MT-PENDING (BK-MT-IDX)
147200             OR BK-REC-DATE < BK-MT-DECK-DATE (BK-MT-IDX)
147300             OR BK-REC-KEY NOT > BK-MT-LAST-KEY (BK-MT-IDX)
147400         GO TO 4290-NEXT-RECORD
147500     END-IF.
147600     MOVE ZERO TO BK-PENDING-SUB.
147650     IF BK-PENDING-COUNT > ZERO
147700         SET BK-PD-IDX TO 1
147800         SEARCH BK-PD-ENTRY
147900             AT END
148000                 CONTINUE
148100             WHEN BK-PD-KEY (BK-PD-IDX) = BK-REC-KEY
148200                 SET BK-PENDING-SUB TO BK-PD-IDX
148300         END-SEARCH
148350     END-IF.
148400     IF BK-PENDING-SUB = ZERO
148500         PERFORM 4210-ADD-PENDING THRU 4210-EXIT
148600     ELSE
148700         PERFORM 4300-PAIR-DUEL THRU 4300-EXIT
148800     END-IF.
148900 4290-NEXT-RECORD.
149000     PERFORM 4100-READ-CLEANLOG THRU 4100-EXIT.
149100 4200-EXIT.
149200     EXIT.
149300*----------------------------------------------------------------
149400* 4210-ADD-PENDING - PREMIER ENREGISTREMENT D'UN DUEL EN ATTENTE
149500*----------------------------------------------------------------
149600 4210-ADD-PENDING.
149700     IF BK-PENDING-COUNT = 200
149800         IF NOT BK-PENDING-IS-FULL
149900             DISPLAY "Table des duels en attente pleine (200) - "
150000                 "duels suivants ignores."
150100             MOVE "Y" TO BK-PENDING-FULL-SWITCH
150200             MOVE 4 TO BK-RETURN-CODE
150300         END-IF
150400         GO TO 4210-EXIT
150500     END-IF.
150600     ADD 1 TO BK-PENDING-COUNT.
150700     SET BK-PD-IDX TO BK-PENDING-COUNT.
150800     MOVE BK-REC-KEY TO BK-PD-KEY (BK-PD-IDX).
150900     MOVE GL-PLAYER-ID TO BK-PD-PLAYER (BK-PD-IDX).
151000     MOVE GL-RESULT TO BK-PD-RESULT (BK-PD-IDX).
151100     MOVE BK-FOUND-SUB TO BK-PD-MATCH-SUB (BK-PD-IDX).
151200 4210-EXIT.
151300     EXIT.
151400*----------------------------------------------------------------
151500* 4300-PAIR-DUEL - DEUXIEME ENREGISTREMENT DU DUEL : RETENU SI
151600*                  LES DEUX JOUEURS SONT LES ADVERSAIRES DU MEME
151700*                  MATCH (UN DUEL AMICAL ENTRE AUTRES JOUEURS NE
151800*                  COMPTE PAS) ; LE DUEL LE PLUS RECENT L'EMPORTE
151900*----------------------------------------------------------------
152000 4300-PAIR-DUEL.
152100     SET BK-PD-IDX TO BK-PENDING-SUB.
152200     IF BK-PD-MATCH-SUB (BK-PD-IDX) = BK-FOUND-SUB
152300             AND BK-PD-PLAYER (BK-PD-IDX) NOT = GL-PLAYER-ID
152400             AND BK-REC-KEY > BK-MT-NEW-KEY (BK-MT-IDX)
152500         MOVE BK-REC-KEY TO BK-MT-NEW-KEY (BK-MT-IDX)
152600         IF GL-PLAYER-ID = BK-MT-PLAYER-1 (BK-MT-IDX)
152700             MOVE GL-RESULT TO BK-MT-NEW-RESULT-1 (BK-MT-IDX)
152800             MOVE BK-PD-RESULT (BK-PD-IDX)
152900                 TO BK-MT-NEW-RESULT-2 (BK-MT-IDX)
153000         ELSE
153100             MOVE BK-PD-RESULT (BK-PD-IDX)
153200                 TO BK-MT-NEW-RESULT-1 (BK-MT-IDX)
153300             MOVE GL-RESULT TO BK-MT-NEW-RESULT-2 (BK-MT-IDX)
153400         END-IF
153500         ADD 1 TO BK-DUELS-FOUND
153600     END-IF.
153700*    L'ENTREE APPARIEE SORT DE LA TABLE D'ATTENTE (LA DERNIERE
153800*    PREND SA PLACE).
153900     IF BK-PENDING-SUB < BK-PENDING-COUNT
154000         MOVE BK-PD-ENTRY (BK-PENDING-COUNT)
154100             TO BK-PD-ENTRY (BK-PENDING-SUB)
154200     END-IF.
154300     SUBTRACT 1 FROM BK-PENDING-COUNT.
154400 4300-EXIT.
154500     EXIT.
154600*----------------------------------------------------------------
154700* 4400-SETTLE-ONE-MATCH - ISSUE DU DERNIER DUEL D'UN MATCH DU
154800*                         TOUR : WIN/LOSE QUALIFIE LE GAGNANT,
154900*                         DRAW DEMANDE UN REJEU ; UNE ISSUE
155000*                         INCOHERENTE EST SIGNALEE ET REJOUEE
155100*----------------------------------------------------------------
155200 4400-SETTLE-ONE-MATCH.
155300     ADD 1 TO BK-MT-SUB.
155400     SET BK-MT-IDX TO BK-MT-SUB.
155500     IF BK-MT-ROUND (BK-MT-IDX) NOT = BK-CURRENT-ROUND
155600             OR NOT BK-MT-OPEN (BK-MT-IDX)
155700             OR BK-MT-PENDING (BK-MT-IDX)
155800         GO TO 4400-EXIT
155900     END-IF.
156000     IF BK-MT-NEW-KEY (BK-MT-IDX) = ZERO
156100         IF BK-MT-ISSUED (BK-MT-IDX)
156200             DISPLAY "Match " BK-MT-MATCH-NO (BK-MT-IDX)
156300                 " : duel pas encore joue (paquet du "
156400                 BK-MT-DECK-DATE (BK-MT-IDX) ")."
156500             ADD 1 TO BK-MATCHES-WAITING
156600         END-IF
156700         GO TO 4400-EXIT
156800     END-IF.
156900     MOVE BK-MT-NEW-KEY (BK-MT-IDX) TO BK-MT-LAST-KEY (BK-MT-IDX).
157000     EVALUATE TRUE
157100         WHEN BK-MT-NEW-RESULT-1 (BK-MT-IDX) = "WIN "
157200                 AND BK-MT-NEW-RESULT-2 (BK-MT-IDX) = "LOSE"
157300             MOVE BK-MT-PLAYER-1 (BK-MT-IDX)
157400                 TO BK-MT-WINNER (BK-MT-IDX)
157500             MOVE "W" TO BK-MT-STATUS (BK-MT-IDX)
157600             ADD 1 TO BK-MATCHES-WON
157700         WHEN BK-MT-NEW-RESULT-1 (BK-MT-IDX) = "LOSE"
157800                 AND BK-MT-NEW-RESULT-2 (BK-MT-IDX) = "WIN "
157900             MOVE BK-MT-PLAYER-2 (BK-MT-IDX)
158000                 TO BK-MT-WINNER (BK-MT-IDX)
158100             MOVE "W" TO BK-MT-STATUS (BK-MT-IDX)
158200             ADD 1 TO BK-MATCHES-WON
158300         WHEN BK-MT-NEW-RESULT-1 (BK-MT-IDX) = "DRAW"
158400                 AND BK-MT-NEW-RESULT-2 (BK-MT-IDX) = "DRAW"
158500             DISPLAY "Match " BK-MT-MATCH-NO (BK-MT-IDX)
158600                 " : match nul - a rejouer."
158700             MOVE "R" TO BK-MT-STATUS (BK-MT-IDX)
158800             ADD 1 TO BK-MT-REPLAYS (BK-MT-IDX)
158900             ADD 1 TO BK-MATCHES-REPLAY
159000         WHEN OTHER
159100             DISPLAY "Match " BK-MT-MATCH-NO (BK-MT-IDX)
159200                 " : issues incoherentes "
159300                 BK-MT-NEW-RESULT-1 (BK-MT-IDX) "/"
159400                 BK-MT-NEW-RESULT-2 (BK-MT-IDX) " - a rejouer."
159500             MOVE "R" TO BK-MT-STATUS (BK-MT-IDX)
159600             ADD 1 TO BK-MT-REPLAYS (BK-MT-IDX)
159700             ADD 1 TO BK-MATCHES-INCOHERENT
159800     END-EVALUATE.
159900 4400-EXIT.
160000     EXIT.
160100*----------------------------------------------------------------
160200* 4500-CLOSE-ROUND - TOUR COMPLET : FIN DE LA COUPE APRES LA
160300*                    FINALE, SINON MATCHS DU TOUR SUIVANT (LE
160400*                    VAINQUEUR DES MATCHS 2K-1 ET 2K SE
160500*                    RENCONTRENT AU MATCH K)
160600*----------------------------------------------------------------
160700 4500-CLOSE-ROUND.
160800     MOVE ZERO TO BK-ROUND-START BK-ROUND-MATCHES
160900                  BK-ROUND-DECIDED BK-MT-SUB.
161000     PERFORM 4510-COUNT-ONE-MATCH THRU 4510-EXIT
161100         UNTIL BK-MT-SUB >= BK-MATCH-COUNT.
161200     IF BK-ROUND-MATCHES = ZERO
161300             OR BK-ROUND-DECIDED < BK-ROUND-MATCHES
161400         GO TO 4500-EXIT
161500     END-IF.
161600     IF BK-CURRENT-ROUND >= BK-ROUNDS
161700         SET BK-MT-IDX TO BK-ROUND-START
161800         MOVE BK-MT-WINNER (BK-MT-IDX) TO BK-CHAMPION-ID
161900         MOVE "C" TO BK-CUP-STATUS
162000         DISPLAY "Coupe " BK-CUP-ID " terminee - vainqueur "
162100             BK-CHAMPION-ID "."
162200         GO TO 4500-EXIT
162300     END-IF.
162400     MOVE ZERO TO BK-NEXT-NO.
162500     PERFORM 4520-BUILD-NEXT-MATCH THRU 4520-EXIT
162600         UNTIL BK-NEXT-NO * 2 >= BK-ROUND-MATCHES.
162700     ADD 1 TO BK-CURRENT-ROUND.
162800     DISPLAY "Tour " BK-CURRENT-ROUND " constitue : " BK-NEXT-NO
162900         " match(s).".
163000 4500-EXIT.
163100     EXIT.
163200*----------------------------------------------------------------
163300* 4510-COUNT-ONE-MATCH - MATCHS ET MATCHS DECIDES DU TOUR
163400*----------------------------------------------------------------
163500 4510-COUNT-ONE-MATCH.
163600     ADD 1 TO BK-MT-SUB.
163700     SET BK-MT-IDX TO BK-MT-SUB.
163800     IF BK-MT-ROUND (BK-MT-IDX) NOT = BK-CURRENT-ROUND
163900         GO TO 4510-EXIT
164000     END-IF.
164100     IF BK-ROUND-START = ZERO
164200         MOVE BK-MT-SUB TO BK-ROUND-START
164300     END-IF.
164400     ADD 1 TO BK-ROUND-MATCHES.
164500     IF BK-MT-DECIDED (BK-MT-IDX)
164600         ADD 1 TO BK-ROUND-DECIDED
164700     END-IF.
164800 4510-EXIT.
164900     EXIT.
165000*----------------------------------------------------------------
165100* 4520-BUILD-NEXT-MATCH - UN MATCH DU TOUR SUIVANT ENTRE LES
165200*                         VAINQUEURS DE DEUX MATCHS VOISINS
165300*----------------------------------------------------------------
165400 4520-BUILD-NEXT-MATCH.
165500     ADD 1 TO BK-NEXT-NO.
165600     COMPUTE BK-UPPER-SUB = BK-ROUND-START + BK-NEXT-NO * 2 - 2.
165700     COMPUTE BK-LOWER-SUB = BK-UPPER-SUB + 1.
165800     ADD 1 TO BK-MATCH-COUNT.
165900     SET BK-MT-IDX TO BK-MATCH-COUNT.
166000     MOVE SPACES TO BK-MT-DATA (BK-MT-IDX).
166100     COMPUTE BK-MT-ROUND (BK-MT-IDX) = BK-CURRENT-ROUND + 1.
166200     MOVE BK-NEXT-NO TO BK-MT-MATCH-NO (BK-MT-IDX).
166300     MOVE BK-MT-WINNER (BK-UPPER-SUB)
166400         TO BK-MT-PLAYER-1 (BK-MT-IDX).
166500     IF BK-MT-WINNER (BK-UPPER-SUB)
166600             = BK-MT-PLAYER-1 (BK-UPPER-SUB)
166700         MOVE BK-MT-SEED-1 (BK-UPPER-SUB)
166800             TO BK-MT-SEED-1 (BK-MT-IDX)
166900     ELSE
167000         MOVE BK-MT-SEED-2 (BK-UPPER-SUB)
167100             TO BK-MT-SEED-1 (BK-MT-IDX)
167200     END-IF.
167300     MOVE BK-MT-WINNER (BK-LOWER-SUB)
167400         TO BK-MT-PLAYER-2 (BK-MT-IDX).
167500     IF BK-MT-WINNER (BK-LOWER-SUB)
167600             = BK-MT-PLAYER-1 (BK-LOWER-SUB)
167700         MOVE BK-MT-SEED-1 (BK-LOWER-SUB)
167800             TO BK-MT-SEED-2 (BK-MT-IDX)
167900     ELSE
168000         MOVE BK-MT-SEED-2 (BK-LOWER-SUB)
168100             TO BK-MT-SEED-2 (BK-MT-IDX)
168200     END-IF.
168300     MOVE "P" TO BK-MT-STATUS (BK-MT-IDX).
168400     MOVE ZERO TO BK-MT-REPLAYS (BK-MT-IDX)
168500                  BK-MT-DECK-DATE (BK-MT-IDX)
168600                  BK-MT-LAST-KEY (BK-MT-IDX)
168700                  BK-MT-NEW-KEY (BK-MT-IDX).
168800 4520-EXIT.
168900     EXIT.
169000*----------------------------------------------------------------
169100* 5000-WRITE-BRACKET - ECRITURE DU NOUVEAU MAITRE BRACKET :
169200*                      ENTETE PUIS MATCHS DANS L'ORDRE DE LA TABLE
169300*----------------------------------------------------------------
169400 5000-WRITE-BRACKET.
169500     OPEN OUTPUT BRACKET-OUT-FILE.
169600     IF BK-BRACKOUT-STATUS NOT = "00"
169700         DISPLAY "Ouverture BRACKOUT en echec, statut "
169800             BK-BRACKOUT-STATUS "."
169900         MOVE 12 TO BK-RETURN-CODE
170000         GO TO 5000-EXIT
170100     END-IF.
170200     MOVE SPACES TO BRACKET-RECORD.
170300     MOVE "H" TO BR-RECORD-TYPE.
170400     MOVE BK-CUP-ID TO BR-CUP-ID.
170500     MOVE BK-DIFFICULTY TO BR-DIFFICULTY.
170600     MOVE BK-MAX-ATTEMPTS TO BR-MAX-ATTEMPTS.
170700     MOVE BK-FIELD-SIZE TO BR-FIELD-SIZE.
170800     MOVE BK-BRACKET-SIZE TO BR-BRACKET-SIZE.
170900     MOVE BK-ROUNDS TO BR-ROUNDS.
171000     MOVE BK-CURRENT-ROUND TO BR-CURRENT-ROUND.
171100     MOVE BK-CUP-STATUS TO BR-CUP-STATUS.
171200     MOVE BK-CHAMPION-ID TO BR-CHAMPION-ID.
171300     MOVE BK-SEED-DATE TO BR-SEED-DATE.
171400     MOVE BK-SEASON-START TO BR-SEASON-START.
171500     WRITE BRACKET-OUT-RECORD FROM BRACKET-RECORD.
171600     MOVE ZERO TO BK-MT-SUB.
171700     PERFORM 5100-WRITE-ONE-MATCH THRU 5100-EXIT
171800         UNTIL BK-MT-SUB >= BK-MATCH-COUNT.
171900     IF BK-BRACKOUT-STATUS NOT = "00"
172000         DISPLAY "Ecriture BRACKOUT en echec, statut "
172100             BK-BRACKOUT-STATUS "."
172200         MOVE 12 TO BK-RETURN-CODE
172300     END-IF.
172400     CLOSE BRACKET-OUT-FILE.
172500 5000-EXIT.
172600     EXIT.
172700*----------------------------------------------------------------
172800* 5100-WRITE-ONE-MATCH - ECRITURE D'UN ENREGISTREMENT MATCH
172900*----------------------------------------------------------------
173000 5100-WRITE-ONE-MATCH.
173100     ADD 1 TO BK-MT-SUB.
173200     SET BK-MT-IDX TO BK-MT-SUB.
173300     MOVE SPACES TO BRACKET-RECORD.
173400     MOVE "M" TO BR-RECORD-TYPE.
173500     MOVE BK-MT-DATA (BK-MT-IDX) TO BR-MATCH-DATA.
173600     WRITE BRACKET-OUT-RECORD FROM BRACKET-RECORD.
173700 5100-EXIT.
173800     EXIT.
173900*----------------------------------------------------------------
174000* 6000-PRINT-BRACKET - ETAT DU TABLEAU APRES LE PASSAGE : TOUS
174100*                      LES MATCHS PAR TOUR, PUIS TOTAUX DU PASSAGE
174200*----------------------------------------------------------------
174300 6000-PRINT-BRACKET.
174400     PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT.
174500     MOVE ZERO TO BK-PREV-ROUND.
174600     MOVE ZERO TO BK-MT-SUB.
174700     PERFORM 7200-PRINT-ONE-MATCH THRU 7200-EXIT
174800         UNTIL BK-MT-SUB >= BK-MATCH-COUNT.
174900     PERFORM 7400-PRINT-TOTALS THRU 7400-EXIT.
175000 6000-EXIT.
175100     EXIT.
175200*----------------------------------------------------------------
175300* 7100-PRINT-HEADINGS - ENTETE DE PAGE : REGLAGES ET ETAT DE LA
175400*                       COUPE
175500*----------------------------------------------------------------
175600 7100-PRINT-HEADINGS.
175700     ADD 1 TO BK-PAGE-NUMBER.
175800     MOVE BK-PAGE-NUMBER TO BK-HDG-PAGE.
175900     MOVE BK-CUP-ID TO BK-HDG-CUP-ID.
176000     MOVE BK-DIFFICULTY TO BK-HDG-DIFFICULTY.
176100     MOVE BK-MAX-ATTEMPTS TO BK-HDG-ATTEMPTS.
176200     MOVE BK-FIELD-SIZE TO BK-HDG-FIELD.
176300     MOVE BK-BRACKET-SIZE TO BK-HDG-SIZE.
176400     MOVE BK-CURRENT-ROUND TO BK-HDG-ROUND.
176500     MOVE BK-ROUNDS TO BK-HDG-ROUNDS.
176600     MOVE BK-BUSINESS-DATE TO BK-HDG-DATE.
176700     MOVE BK-PARM-FUNCTION TO BK-HDG-FUNCTION.
176800     IF BK-CUP-COMPLETE
176900         MOVE "TERMINEE " TO BK-HDG-STATUS
177000     ELSE
177100         MOVE "EN COURS " TO BK-HDG-STATUS
177200     END-IF.
177300     MOVE BK-CHAMPION-ID TO BK-HDG-CHAMPION.
177400     WRITE BRACKET-PRINT-LINE FROM BK-HEADING-LINE-1
177500         AFTER ADVANCING PAGE.
177600     WRITE BRACKET-PRINT-LINE FROM BK-HEADING-LINE-2
177700         AFTER ADVANCING 1 LINE.
177800     WRITE BRACKET-PRINT-LINE FROM BK-HEADING-LINE-3
177900         AFTER ADVANCING 1 LINE.
178000     MOVE SPACES TO BRACKET-PRINT-LINE.
178100     WRITE BRACKET-PRINT-LINE AFTER ADVANCING 1 LINE.
178200     WRITE BRACKET-PRINT-LINE FROM BK-HEADING-LINE-4
178300         AFTER ADVANCING 1 LINE.
178400     WRITE BRACKET-PRINT-LINE FROM BK-HEADING-LINE-5
178500         AFTER ADVANCING 1 LINE.
178600     MOVE 6 TO BK-LINE-COUNT.
178700 7100-EXIT.
178800     EXIT.
178900*----------------------------------------------------------------
179000* 7200-PRINT-ONE-MATCH - UNE LIGNE DU TABLEAU, AVEC UNE LIGNE
179100*                        BLANCHE ENTRE DEUX TOURS
179200*----------------------------------------------------------------
179300 7200-PRINT-ONE-MATCH.
179400     ADD 1 TO BK-MT-SUB.
179500     SET BK-MT-IDX TO BK-MT-SUB.
179600     IF BK-LINE-COUNT >= BK-LINES-PER-PAGE
179700         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
179800     END-IF.
179900     IF BK-PREV-ROUND NOT = ZERO
180000             AND BK-MT-ROUND (BK-MT-IDX) NOT = BK-PREV-ROUND
180100         MOVE SPACES TO BRACKET-PRINT-LINE
180200         WRITE BRACKET-PRINT-LINE AFTER ADVANCING 1 LINE
180300         ADD 1 TO BK-LINE-COUNT
180400     END-IF.
180500     MOVE BK-MT-ROUND (BK-MT-IDX) TO BK-PREV-ROUND.
180600     MOVE BK-MT-ROUND (BK-MT-IDX) TO BK-ML-ROUND.
180700     MOVE BK-MT-MATCH-NO (BK-MT-IDX) TO BK-ML-MATCH.
180800     MOVE BK-MT-SEED-1 (BK-MT-IDX) TO BK-ML-SEED-1.
180900     MOVE BK-MT-PLAYER-1 (BK-MT-IDX) TO BK-ML-PLAYER-1.
181000     MOVE BK-MT-PLAYER-1 (BK-MT-IDX) TO BK-SEARCH-ID.
181100     PERFORM 7210-RESOLVE-NAME THRU 7210-EXIT.
181200     MOVE BK-NAME-WORK TO BK-ML-NAME-1.
181300     IF BK-MT-PLAYER-2 (BK-MT-IDX) = SPACES
181400         MOVE ZERO TO BK-ML-SEED-2
181500         MOVE SPACES TO BK-ML-PLAYER-2
181600         MOVE "(EXEMPT)" TO BK-ML-NAME-2
181700     ELSE
181800         MOVE BK-MT-SEED-2 (BK-MT-IDX) TO BK-ML-SEED-2
181900         MOVE BK-MT-PLAYER-2 (BK-MT-IDX) TO BK-ML-PLAYER-2
182000         MOVE BK-MT-PLAYER-2 (BK-MT-IDX) TO BK-SEARCH-ID
182100         PERFORM 7210-RESOLVE-NAME THRU 7210-EXIT
182200         MOVE BK-NAME-WORK TO BK-ML-NAME-2
182300     END-IF.
182400     EVALUATE BK-MT-STATUS (BK-MT-IDX)
182500         WHEN "P"
182600             MOVE "A EMETTRE   " TO BK-ML-STATUS
182700         WHEN "D"
182800             MOVE "EN JEU      " TO BK-ML-STATUS
182900         WHEN "R"
183000             MOVE "A REJOUER   " TO BK-ML-STATUS
183100         WHEN "W"
183200             MOVE "GAGNE       " TO BK-ML-STATUS
183300         WHEN "F"
183400             MOVE "FORFAIT     " TO BK-ML-STATUS
183500         WHEN "B"
183600             MOVE "EXEMPT      " TO BK-ML-STATUS
183700         WHEN OTHER
183800             MOVE "INCONNU     " TO BK-ML-STATUS
183900     END-EVALUATE.
184000     MOVE BK-MT-WINNER (BK-MT-IDX) TO BK-ML-WINNER.
184100     MOVE BK-MT-REPLAYS (BK-MT-IDX) TO BK-ML-REPLAYS.
184200     IF BK-MT-DECK-DATE (BK-MT-IDX) = ZERO
184300         MOVE SPACES TO BK-ML-DECK-DATE
184400     ELSE
184500         MOVE BK-MT-DECK-DATE (BK-MT-IDX) TO BK-DATE-EDIT
184600         MOVE BK-DATE-EDIT TO BK-ML-DECK-DATE
184700     END-IF.
184800     WRITE BRACKET-PRINT-LINE FROM BK-MATCH-LINE
184900         AFTER ADVANCING 1 LINE.
185000     ADD 1 TO BK-LINE-COUNT.
185100 7200-EXIT.
185200     EXIT.
185300*----------------------------------------------------------------
185400* 7210-RESOLVE-NAME - LECTURE DIRECTE DU NOM EN CLAIR DANS LE
185500*                     ROSTER INDEXE, SINON "(HORS ROSTER)"
185600*----------------------------------------------------------------
185700 7210-RESOLVE-NAME.
185800     MOVE "(HORS ROSTER)       " TO BK-NAME-WORK.
185900     IF BK-ROSTER-IS-OPENED
186000         MOVE BK-SEARCH-ID TO RO-PLAYER-ID
186100         READ ROSTER-FILE
186200             INVALID KEY
186300                 CONTINUE
186400             NOT INVALID KEY
186500                 MOVE RO-PLAYER-NAME TO BK-NAME-WORK
186600         END-READ
186700     END-IF.
186800 7210-EXIT.
186900     EXIT.
187000*----------------------------------------------------------------
187100* 7400-PRINT-TOTALS - TOTAUX DE CONTROLE DE LA FONCTION LANCEE
187200*----------------------------------------------------------------
187300 7400-PRINT-TOTALS.
187400     MOVE SPACES TO BRACKET-PRINT-LINE.
187500     WRITE BRACKET-PRINT-LINE AFTER ADVANCING 1 LINE.
187600     EVALUATE TRUE
187700         WHEN BK-FUNC-SEED
187800             MOVE "CUMULS SEASON LUS     : " TO BK-TL-LABEL
187900             MOVE BK-SEASON-READ TO BK-TL-COUNT
188000             PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT
188100             MOVE "JOUEURS NON ELIGIBLES : " TO BK-TL-LABEL
188200             MOVE BK-SEASON-INELIGIBLE TO BK-TL-COUNT
188300             PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT
188400             MOVE "TETES DE SERIE        : " TO BK-TL-LABEL
188500             MOVE BK-SEED-COUNT TO BK-TL-COUNT
188600             PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT
188700             MOVE "EXEMPTS AU 1ER TOUR   : " TO BK-TL-LABEL
188800             MOVE BK-BYES TO BK-TL-COUNT
188900             PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT
189000         WHEN BK-FUNC-DECKS
189100             MOVE "CARTES LUES           : " TO BK-TL-LABEL
189200             MOVE BK-CARDS-READ TO BK-TL-COUNT
189300             PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT
189400             MOVE "CARTES ECARTEES       : " TO BK-TL-LABEL
189500             MOVE BK-CARDS-IGNORED TO BK-TL-COUNT
189600             PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT
189700             MOVE "JOBS DE DUEL EMIS     : " TO BK-TL-LABEL
189800             MOVE BK-DECKS-ISSUED TO BK-TL-COUNT
189900             PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT
190000             MOVE "FORFAITS              : " TO BK-TL-LABEL
190100             MOVE BK-FORFEITS TO BK-TL-COUNT
190200             PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT
190300         WHEN BK-FUNC-ADVANCE
190400             MOVE "PARTIES CLEANLOG LUES : " TO BK-TL-LABEL
190500             MOVE BK-LOG-READ TO BK-TL-COUNT
190600             PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT
190700             MOVE "DUELS DE COUPE TROUVES: " TO BK-TL-LABEL
190800             MOVE BK-DUELS-FOUND TO BK-TL-COUNT
190900             PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT
191000             MOVE "MATCHS GAGNES         : " TO BK-TL-LABEL
191100             MOVE BK-MATCHES-WON TO BK-TL-COUNT
191200             PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT
191300             MOVE "MATCHS A REJOUER      : " TO BK-TL-LABEL
191400             MOVE BK-MATCHES-REPLAY TO BK-TL-COUNT
191500             PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT
191600             MOVE "ISSUES INCOHERENTES   : " TO BK-TL-LABEL
191700             MOVE BK-MATCHES-INCOHERENT TO BK-TL-COUNT
191800             PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT
191900             MOVE "DUELS EN ATTENTE      : " TO BK-TL-LABEL
192000             MOVE BK-MATCHES-WAITING TO BK-TL-COUNT
192100             PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT
192200     END-EVALUATE.
192300 7400-EXIT.
192400     EXIT.
192500*----------------------------------------------------------------
192600* 7410-WRITE-TOTAL - ECRITURE D'UNE LIGNE DE TOTAL
192700*----------------------------------------------------------------
192800 7410-WRITE-TOTAL.
192900     WRITE BRACKET-PRINT-LINE FROM BK-TOTAL-LINE
193000         AFTER ADVANCING 1 LINE.
193100 7410-EXIT.
193200     EXIT.
193300*----------------------------------------------------------------
193400* 9000-TERMINATE - FERMETURE DES FICHIERS ET FIN DE PROGRAMME
193500*----------------------------------------------------------------
193600 9000-TERMINATE.
193700     IF BK-CLEANLOG-IS-OPENED
193800         CLOSE CLEANLOG-FILE
193900     END-IF.
194000     IF BK-CUPJCL-IS-OPENED
194100         CLOSE CUPJCL-FILE
194200     END-IF.
194300     IF BK-ROSTER-IS-OPENED
194400         CLOSE ROSTER-FILE
194500     END-IF.
194600     IF BK-REPORT-IS-OPENED
194700         CLOSE BRACKET-REPORT
194800     END-IF.
194900     IF BK-FUNC-ADVANCE
195000         PERFORM 9200-STAMP-RUNCTL THRU 9200-EXIT
195100     END-IF.
195200     DISPLAY "Tableau GGBRACKT edite sur BRACKRPT, code retour "
195300         BK-RETURN-CODE ".".
195400 9000-EXIT.
195500     EXIT.
195600*----------------------------------------------------------------
195700* 9200-STAMP-RUNCTL - TAMPON DE LA QUALIFICATION DANS LE FICHIER
195800*                     DE PILOTAGE (NOMBRE DE MATCHS GAGNES) ; PAS
195900*                     DE TAMPON SUR UN PASSAGE REFUSE OU EN ECHEC
196000*----------------------------------------------------------------
196100 9200-STAMP-RUNCTL.
196200     IF NOT BK-RUNCTL-PRESENT
196300             OR BK-RETURN-CODE > 4
196400         GO TO 9200-EXIT
196500     END-IF.
196600*    UN FICHIER DE PILOTAGE ANORMALEMENT LONG N'EST PAS
196700*    REECRIT : PAS DE TAMPON PLUTOT QU'UN FICHIER TRONQUE.
196800     IF BK-RUNCTL-OVERFLOW
196900         DISPLAY "RUNCTL de plus de 20 enregistrements - "
197000             "tampon abandonne pour ne pas tronquer."
197100         MOVE 12 TO BK-RETURN-CODE
197200         GO TO 9200-EXIT
197300     END-IF.
197400     MOVE SPACES TO RUNCTL-RECORD.
197500     MOVE "P" TO RC-RECORD-TYPE.
197600     MOVE "GGBRACKT" TO RC-PROGRAM-NAME.
197700     MOVE BK-BUSINESS-DATE TO RC-LAST-RUN-DATE.
197800     MOVE BK-RETURN-CODE TO RC-LAST-RC.
197900     MOVE BK-MATCHES-WON TO RC-CONTROL-COUNT.
198000     MOVE "Y" TO RC-BALANCED-FLAG.
198100     MOVE BK-FORCED-RUN-SWITCH TO RC-FORCED-FLAG.
198200     IF BK-RC-SELF-SUB > ZERO
198300         MOVE RUNCTL-RECORD TO BK-RC-IMAGE (BK-RC-SELF-SUB)
198400     ELSE
198500         IF BK-RC-COUNT < 20
198600             ADD 1 TO BK-RC-COUNT
198700             MOVE RUNCTL-RECORD TO BK-RC-IMAGE (BK-RC-COUNT)
198800         END-IF
198900     END-IF.
199000     OPEN OUTPUT RUNCTL-FILE.
199100     IF BK-RUNCTL-STATUS NOT = "00"
199200         DISPLAY "Reecriture RUNCTL impossible, statut "
199300             BK-RUNCTL-STATUS "."
199400         MOVE 12 TO BK-RETURN-CODE
199500         GO TO 9200-EXIT
199600     END-IF.
199700     MOVE ZERO TO BK-RC-SELF-SUB.
199800     PERFORM 9210-WRITE-RUNCTL THRU 9210-EXIT
199900         UNTIL BK-RC-SELF-SUB >= BK-RC-COUNT.
200000     CLOSE RUNCTL-FILE.
200100 9200-EXIT.
200200     EXIT.
200300*----------------------------------------------------------------
200400* 9210-WRITE-RUNCTL - REECRITURE D'UN ENREGISTREMENT DE PILOTAGE
200500*----------------------------------------------------------------
200600 9210-WRITE-RUNCTL.
200700     ADD 1 TO BK-RC-SELF-SUB.
200800     WRITE RUNCTL-IO-AREA
200900         FROM BK-RC-IMAGE (BK-RC-SELF-SUB).
201000     IF BK-RUNCTL-STATUS NOT = "00"
201100         DISPLAY "Ecriture RUNCTL en echec, statut "
201200             BK-RUNCTL-STATUS "."
201300         MOVE 12 TO BK-RETURN-CODE
201400         MOVE BK-RC-COUNT TO BK-RC-SELF-SUB
201500     END-IF.
201600 9210-EXIT.
201700     EXIT.
