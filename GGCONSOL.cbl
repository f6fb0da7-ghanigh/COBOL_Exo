000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GGCONSOL.
000300 AUTHOR. D. LAMBERT.
000400 INSTALLATION. DIRECTION INFORMATIQUE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 10/15/2026 DL   PROGRAMME INITIAL - CONSOLIDATION NOCTURNE DES
001300*                 PARTIES DES DEUX SITES DANS LE GAMELOG ET LE
001400*                 GAMEDTL DU SITE CENTRAL. LE PARM CHOISIT LA
001500*                 FONCTION :
001600*                 - 'SEND [AAAAMMJJ]' (SUR CHAQUE SITE) : EXTRAIT
001700*                   LES ENREGISTREMENTS GAMELOG ET GAMEDTL DE LA
001800*                   DATE DE GESTION (OU DE LA DATE DU PARM, POUR
001900*                   UNE REPRISE) SUR FEEDLOG ET FEEDDTL, AVEC UN
002000*                   ENREGISTREMENT DE CONTROLE FEEDCTL (COMPTES ET
002100*                   TOTAL DES ESSAIS). LE CODE SITE VIENT DE
002200*                   L'ENTETE RUNCTL DU SITE ; UN ENREGISTREMENT
002300*                   D'UN AUTRE SITE N'EST PAS EMIS (RC 4) ;
002400*                 - 'MERGE [FORCE]' (AU SITE CENTRAL) : CONTROLE
002500*                   CHAQUE FLUX RECU (SITE ATTENDU, DATE NON
002600*                   FUTURE, FLUX NON RECU EN DOUBLE, DATE PAS DEJA
002700*                   INTEGREE POUR LE SITE SELON RUNCTL, AUCUNE
002800*                   PARTIE DU SITE ET DE LA DATE DEJA PRESENTE AU
002900*                   CENTRAL, COMPTES ET TOTAL DE CONTROLE
003000*                   RETROUVES), PUIS AJOUTE LES FLUX ACCEPTES EN
003100*                   FIN DE GAMELOG ET DE GAMEDTL CENTRAUX. ETAT
003200*                   //CONSRPT : CONTROLE DES FLUX, COMPARAISON
003300*                   SITE A SITE ET FLUX ATTENDUS ABSENTS. CHAQUE
003400*                   FLUX INTEGRE EST TAMPONNE DANS RUNCTL SOUS
003500*                   "GGCONS" + CODE SITE, CE QUE GGAUDIT EXIGE
003600*                   AVANT DE DECLARER LA DATE EQUILIBREE. FORCE
003700*                   ACCEPTE UNE DATE ANTERIEURE OU EGALE A LA
003800*                   DERNIERE INTEGREE DU SITE (RATTRAPAGE) ; LE
003900*                   CONTROLE DE CHEVAUCHEMENT RESTE ACTIF.
004000*                 CODE RETOUR 4 SUR FLUX ATTENDU ABSENT OU
004100*                 ENREGISTREMENTS HORS CONTROLE, 8 SUR FLUX
004200*                 REFUSE OU PARM INVALIDE, 12 SUR ERREUR D'E/S.
004210* 10/15/2026 DL   GAMEDTL INDEXE (CLE DATE, JOUEUR, PARTIE,
004220*                 PROPOSITION) : SEND ET LE CONTROLE DE
004230*                 CHEVAUCHEMENT LISENT PAR START A LA DATE ; MERGE
004240*                 AJOUTE LES LIGNES PAR CLE ET RENUMEROTE LES
004250*                 PARTIES D'UN JOUEUR DEJA PRESENT AU CENTRAL A LA
004260*                 MEME DATE (NUMERO SUIVANT LE PLUS HAUT DEJA
004270*                 ENREGISTRE). CLE EN DOUBLE : RC 8.
004274* 10/15/2026 DL   LIGNES DE DETAIL REJETEES (CLE GAMEDTL EN DOUBLE
004278*                 OU NUMERO DE PARTIE AU-DELA DE 999) COMPTEES PAR
004282*                 FLUX ET EDITEES DANS LE CONTROLE DES FLUX ; UN
004286*                 FLUX AINSI INCOMPLET EST TAMPONNE NON EQUILIBRE
004290*                 DANS RUNCTL ET GGAUDIT NE DECLARE PAS LA DATE
004294*                 EQUILIBREE.
004300*----------------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-370.
004700 OBJECT-COMPUTER. IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT GAMELOG-FILE ASSIGN TO GAMELOG
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS CN-GAMELOG-STATUS.
005300     SELECT GAMEDTL-FILE ASSIGN TO GAMEDTL
005400         ORGANIZATION IS INDEXED
005450         ACCESS MODE IS DYNAMIC
005460         RECORD KEY IS GD-KEY
005500         FILE STATUS IS CN-GAMEDTL-STATUS.
005600     SELECT FEEDLOG-FILE ASSIGN TO FEEDLOG
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS CN-FEEDLOG-STATUS.
005900     SELECT FEEDDTL-FILE ASSIGN TO FEEDDTL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS CN-FEEDDTL-STATUS.
006200     SELECT FEEDCTL-FILE ASSIGN TO FEEDCTL
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS CN-FEEDCTL-STATUS.
006500     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS CN-RUNCTL-STATUS.
006800     SELECT CONSOL-REPORT ASSIGN TO CONSRPT
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS CN-REPORT-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  GAMELOG-FILE
007400     RECORDING MODE IS F.
007500 COPY GAMELOGR.
007600 FD  GAMEDTL-FILE.
007800 COPY GAMEDTLR.
007900 FD  FEEDLOG-FILE
008000     RECORDING MODE IS F.
008100 01  FEEDLOG-RECORD             PIC X(47).
008200 FD  FEEDDTL-FILE
008300     RECORDING MODE IS F.
008400 01  FEEDDTL-RECORD             PIC X(31).
008500 FD  FEEDCTL-FILE
008600     RECORDING MODE IS F.
008700 COPY FEEDCTLR.
008800 FD  RUNCTL-FILE
008900     RECORDING MODE IS F.
009000 01  RUNCTL-IO-AREA             PIC X(80).
009100 FD  CONSOL-REPORT
009200     RECORDING MODE IS F.
009300 01  CONSOL-PRINT-LINE          PIC X(132).
009400 WORKING-STORAGE SECTION.
009500*----------------------------------------------------------------
009600* SWITCHS DE CONTROLE ET STATUTS FICHIERS
009700*----------------------------------------------------------------
009800 01  CN-GAMELOG-STATUS          PIC X(02)  VALUE "00".
009900 01  CN-GAMEDTL-STATUS          PIC X(02)  VALUE "00".
010000 01  CN-FEEDLOG-STATUS          PIC X(02)  VALUE "00".
010100 01  CN-FEEDDTL-STATUS          PIC X(02)  VALUE "00".
010200 01  CN-FEEDCTL-STATUS          PIC X(02)  VALUE "00".
010300 01  CN-REPORT-STATUS           PIC X(02)  VALUE "00".
010400 01  CN-GAMELOG-EOF-SWITCH      PIC X(01)  VALUE "N".
010500     88  CN-GAMELOG-AT-END                 VALUE "Y".
010600 01  CN-GAMEDTL-EOF-SWITCH      PIC X(01)  VALUE "N".
010700     88  CN-GAMEDTL-AT-END                 VALUE "Y".
010800 01  CN-FEEDLOG-EOF-SWITCH      PIC X(01)  VALUE "N".
010900     88  CN-FEEDLOG-AT-END                 VALUE "Y".
011000 01  CN-FEEDDTL-EOF-SWITCH      PIC X(01)  VALUE "N".
011100     88  CN-FEEDDTL-AT-END                 VALUE "Y".
011200 01  CN-FEEDCTL-EOF-SWITCH      PIC X(01)  VALUE "N".
011300     88  CN-FEEDCTL-AT-END                 VALUE "Y".
011400 01  CN-FATAL-ERROR-SWITCH      PIC X(01)  VALUE "N".
011500     88  CN-FATAL-ERROR                    VALUE "Y".
011600 01  CN-GAMELOG-OPENED-SWITCH   PIC X(01)  VALUE "N".
011700     88  CN-GAMELOG-IS-OPENED              VALUE "Y".
011800 01  CN-GAMEDTL-OPENED-SWITCH   PIC X(01)  VALUE "N".
011900     88  CN-GAMEDTL-IS-OPENED              VALUE "Y".
012000 01  CN-FEEDLOG-OPENED-SWITCH   PIC X(01)  VALUE "N".
012100     88  CN-FEEDLOG-IS-OPENED              VALUE "Y".
012200 01  CN-FEEDDTL-OPENED-SWITCH   PIC X(01)  VALUE "N".
012300     88  CN-FEEDDTL-IS-OPENED              VALUE "Y".
012400 01  CN-FEEDCTL-OPENED-SWITCH   PIC X(01)  VALUE "N".
012500     88  CN-FEEDCTL-IS-OPENED              VALUE "Y".
012600 01  CN-REPORT-OPENED-SWITCH    PIC X(01)  VALUE "N".
012700     88  CN-REPORT-IS-OPENED               VALUE "Y".
012800 01  CN-TABLE-FULL-SWITCH       PIC X(01)  VALUE "N".
012900     88  CN-TABLE-IS-FULL                  VALUE "Y".
013000 01  CN-FOUND-SWITCH            PIC X(01)  VALUE "N".
013100     88  CN-FOUND                          VALUE "Y".
013200 01  CN-COPY-DONE-SWITCH        PIC X(01)  VALUE "N".
013300     88  CN-COPY-DONE                      VALUE "Y".
013400*----------------------------------------------------------------
013500* FONCTION DU PASSAGE (PARM : 'SEND [AAAAMMJJ]' OU
013600* 'MERGE [FORCE]')
013700*----------------------------------------------------------------
013800 01  CN-PARM-DATA               PIC X(30)  VALUE SPACES.
013900 01  CN-PARM-TOK-1              PIC X(08)  VALUE SPACES.
014000 01  CN-PARM-TOK-2              PIC X(08)  VALUE SPACES.
014100 01  CN-MODE-SWITCH             PIC X(01)  VALUE SPACE.
014200     88  CN-MODE-SEND                      VALUE "S".
014300     88  CN-MODE-MERGE                     VALUE "M".
014400 01  CN-PARM-DATE               PIC 9(08)  VALUE ZERO.
014500 01  CN-FEED-DATE               PIC 9(08)  VALUE ZERO.
014600 01  CN-SITE-CODE               PIC X(02)  VALUE SPACES.
014700 01  CN-EXPECTED-TABLE.
014800     05  CN-EXPECTED-SITE  OCCURS 4 TIMES  PIC X(02).
014900 01  CN-EXPECTED-I              PIC 9(03)  COMP VALUE ZERO.
015000*----------------------------------------------------------------
015100* VUES DE TRAVAIL D'UN ENREGISTREMENT GAMELOG ET GAMEDTL (LUS
015200* INDIFFEREMMENT DANS LES FICHIERS DU SITE OU DANS LES FLUX)
015300*----------------------------------------------------------------
015400 01  CN-LOG-IMAGE.
015500     05  CN-LI-DATE             PIC 9(08).
015600     05  CN-LI-PLAYER           PIC X(08).
015700     05  FILLER                 PIC X(03).
015800     05  CN-LI-ATTEMPTS         PIC 9(03).
015900     05  CN-LI-RESULT           PIC X(04).
016000         88  CN-LI-WIN                     VALUE "WIN ".
016100         88  CN-LI-LOSE                    VALUE "LOSE".
016200         88  CN-LI-DRAW                    VALUE "DRAW".
016300     05  FILLER                 PIC X(10).
016400     05  CN-LI-CHALLENGE        PIC X(01).
016500         88  CN-LI-CHALLENGE-GAME          VALUE "C".
016600     05  CN-LI-DUEL-ID          PIC 9(08).
016700     05  CN-LI-SITE             PIC X(02).
016800 01  CN-DTL-IMAGE.
016900     05  CN-DI-DATE             PIC 9(08).
017000     05  CN-DI-PLAYER           PIC X(08).
017050     05  CN-DI-GAME-SEQ         PIC 9(03).
017100     05  FILLER                 PIC X(10).
017200     05  CN-DI-SITE             PIC X(02).
017300 01  CN-KEY-SITE                PIC X(02)  VALUE SPACES.
017400 01  CN-KEY-DATE                PIC 9(08)  VALUE ZERO.
017404*----------------------------------------------------------------
017408* NUMERO DE PARTIE LE PLUS HAUT PAR DATE ET JOUEUR AU CENTRAL
017412* (DATES DES FLUX ACCEPTES), ET DECALAGE APPLIQUE AU GROUPE SITE
017416* + DATE + JOUEUR EN COURS DE COPIE
017420*----------------------------------------------------------------
017424 01  CN-LOW-DATE                PIC 9(08)  VALUE ZERO.
017428 01  CN-HIGH-DATE               PIC 9(08)  VALUE ZERO.
017432 01  CN-GC-COUNT                PIC 9(04)  COMP VALUE ZERO.
017436 01  CN-GC-TABLE.
017440     05  CN-GC-ENTRY  OCCURS 1 TO 5000 TIMES
017444                      DEPENDING ON CN-GC-COUNT.
017448         10  CN-GC-DATE            PIC 9(08).
017452         10  CN-GC-PLAYER          PIC X(08).
017456         10  CN-GC-MAX-SEQ         PIC 9(03).
017460 01  CN-GC-I                    PIC 9(04)  COMP VALUE ZERO.
017464 01  CN-GC-SUB                  PIC 9(04)  COMP VALUE ZERO.
017468 01  CN-CUR-SITE                PIC X(02)  VALUE SPACES.
017472 01  CN-CUR-DATE                PIC 9(08)  VALUE ZERO.
017476 01  CN-CUR-PLAYER              PIC X(08)  VALUE SPACES.
017480 01  CN-CUR-OFFSET              PIC 9(03)  VALUE ZERO.
017484 01  CN-NEW-SEQ                 PIC 9(04)  VALUE ZERO.
017500*----------------------------------------------------------------
017600* TABLE DES FLUX RECUS (UN ENREGISTREMENT FEEDCTL PAR SITE ET
017700* PAR DATE), AVEC LES COMPTES RELUS ET LES STATISTIQUES DE JEU
017800*----------------------------------------------------------------
017900 01  CN-FEED-COUNT              PIC 9(03)  COMP VALUE ZERO.
018000 01  CN-FEED-TABLE.
018100     05  CN-FD-ENTRY  OCCURS 1 TO 10 TIMES
018200                      DEPENDING ON CN-FEED-COUNT.
018300         10  CN-FD-SITE            PIC X(02).
018400         10  CN-FD-DATE            PIC 9(08).
018500         10  CN-FD-CTL-LOG         PIC 9(07).
018600         10  CN-FD-CTL-DTL         PIC 9(07).
018700         10  CN-FD-CTL-ATT         PIC 9(09).
018800         10  CN-FD-SEND-DATE       PIC 9(08).
018900         10  CN-FD-SEND-TIME       PIC 9(06).
019000         10  CN-FD-STATUS          PIC X(01).
019100             88  CN-FD-ACCEPTED              VALUE "A".
019200             88  CN-FD-REFUSED               VALUE "R".
019300         10  CN-FD-REASON          PIC X(30).
019400         10  CN-FD-LOG-READ        PIC 9(07).
019500         10  CN-FD-DTL-READ        PIC 9(07).
019600         10  CN-FD-ATT-READ        PIC 9(09).
019700         10  CN-FD-WINS            PIC 9(07).
019800         10  CN-FD-LOSSES          PIC 9(07).
019900         10  CN-FD-DRAWS           PIC 9(07).
020000         10  CN-FD-DUELS           PIC 9(07).
020100         10  CN-FD-CHALLENGES      PIC 9(07).
020150         10  CN-FD-DTL-REJECTED    PIC 9(07).
020200 01  CN-FEED-I                  PIC 9(03)  COMP VALUE ZERO.
020300 01  CN-FEED-J                  PIC 9(03)  COMP VALUE ZERO.
020400 01  CN-FEED-SUB                PIC 9(03)  COMP VALUE ZERO.
020500 01  CN-REFUSE-REASON           PIC X(30)  VALUE SPACES.
020600*----------------------------------------------------------------
020700* COMPTEURS GENERAUX
020800*----------------------------------------------------------------
020900 01  CN-LOG-READ                PIC 9(07)  VALUE ZERO.
021000 01  CN-DTL-READ                PIC 9(07)  VALUE ZERO.
021100 01  CN-LOG-SENT                PIC 9(07)  VALUE ZERO.
021200 01  CN-DTL-SENT                PIC 9(07)  VALUE ZERO.
021300 01  CN-ATT-SENT                PIC 9(09)  VALUE ZERO.
021400 01  CN-OTHER-SITE              PIC 9(07)  VALUE ZERO.
021500 01  CN-CTL-READ                PIC 9(07)  VALUE ZERO.
021600 01  CN-FEEDS-ACCEPTED          PIC 9(07)  VALUE ZERO.
021700 01  CN-FEEDS-REFUSED           PIC 9(07)  VALUE ZERO.
021800 01  CN-FEEDS-MISSING           PIC 9(07)  VALUE ZERO.
021900 01  CN-FEEDLOG-READ            PIC 9(07)  VALUE ZERO.
022000 01  CN-FEEDDTL-READ            PIC 9(07)  VALUE ZERO.
022100 01  CN-OUT-OF-CONTROL          PIC 9(07)  VALUE ZERO.
022200 01  CN-LOG-COPIED              PIC 9(07)  VALUE ZERO.
022300 01  CN-DTL-COPIED              PIC 9(07)  VALUE ZERO.
022320 01  CN-DTL-RENUMBERED          PIC 9(07)  VALUE ZERO.
022340 01  CN-DTL-DUPLICATES          PIC 9(07)  VALUE ZERO.
022400 01  CN-DATE-GAMES              PIC 9(07)  VALUE ZERO.
022500 01  CN-RETURN-CODE             PIC 9(04)  VALUE ZERO.
022600*----------------------------------------------------------------
022700* PILOTAGE PAR LE FICHIER RUNCTL (DATE DE GESTION, CODE SITE ET
022800* FLUX ATTENDUS DE L'ENTETE, TAMPONS "GGCONS" + SITE) ET PASSAGE
022900* VOLONTAIRE PAR PARM FORCE
023000*----------------------------------------------------------------
023100 01  CN-RUNCTL-STATUS           PIC X(02)  VALUE "00".
023200 01  CN-RUNCTL-EOF-SWITCH       PIC X(01)  VALUE "N".
023300     88  CN-RUNCTL-AT-END                  VALUE "Y".
023400 01  CN-RUNCTL-PRESENT-SWITCH   PIC X(01)  VALUE "N".
023500     88  CN-RUNCTL-PRESENT                 VALUE "Y".
023600 01  CN-FORCED-RUN-SWITCH       PIC X(01)  VALUE "N".
023700     88  CN-FORCED-RUN                     VALUE "Y".
023800 01  CN-BUSINESS-DATE           PIC 9(08)  VALUE ZERO.
023900 01  CN-RC-COUNT                PIC 9(03)  COMP VALUE ZERO.
024000 01  CN-RC-SELF-SUB             PIC 9(03)  COMP VALUE ZERO.
024100 01  CN-RC-SCAN-I               PIC 9(03)  COMP VALUE ZERO.
024200 01  CN-RC-TABLE.
024300     05  CN-RC-ENTRY  OCCURS 1 TO 20 TIMES
024400                      DEPENDING ON CN-RC-COUNT.
024500         10  CN-RC-IMAGE        PIC X(80).
024600 01  CN-RUNCTL-OVFL-SWITCH      PIC X(01)  VALUE "N".
024700     88  CN-RUNCTL-OVERFLOW                VALUE "Y".
024800 01  CN-STAMP-PROGRAM.
024900     05  FILLER                 PIC X(06)  VALUE "GGCONS".
025000     05  CN-STAMP-SITE          PIC X(02)  VALUE SPACES.
025100 01  CN-STAMP-DATE              PIC 9(08)  VALUE ZERO.
025200 COPY RUNCTLR.
025300*----------------------------------------------------------------
025400* MISE EN PAGE DE L'ETAT IMPRIME (CONSOLIDATION DES SITES)
025500*----------------------------------------------------------------
025600 01  CN-PAGE-NUMBER             PIC 9(04)  VALUE ZERO.
025700 01  CN-LINE-COUNT              PIC 9(03)  VALUE 99.
025800 01  CN-LINES-PER-PAGE          PIC 9(03)  VALUE 55.
025900 01  CN-REPORT-DATE             PIC 9(08)  VALUE ZERO.
026000 01  CN-HEADING-LINE-1.
026100     05  FILLER                PIC X(20)  VALUE
026200         "GGCONSOL            ".
026300     05  FILLER                PIC X(15)  VALUE SPACES.
026400     05  FILLER                PIC X(42)  VALUE
026500         "CONSOLIDATION DES SITES - DEVINE LE NOMBRE".
026600     05  FILLER                PIC X(38)  VALUE SPACES.
026700     05  FILLER                PIC X(07)  VALUE "PAGE : ".
026800     05  CN-HDG-PAGE           PIC ZZZ9.
026900     05  FILLER                PIC X(06)  VALUE SPACES.
027000 01  CN-HEADING-LINE-2.
027100     05  FILLER                PIC X(18)  VALUE
027200         "DATE DE GESTION : ".
027300     05  CN-HDG-DATE           PIC 9(08).
027400     05  FILLER                PIC X(21)  VALUE
027500         "   SITES ATTENDUS :  ".
027600     05  CN-HDG-SITE           PIC X(03)  OCCURS 4 TIMES.
027700     05  FILLER                PIC X(73)  VALUE SPACES.
027800 01  CN-SECTION-LINE.
027900     05  CN-SL-TITLE           PIC X(50).
028000     05  FILLER                PIC X(82)  VALUE SPACES.
028100 01  CN-FEED-HEADING-1.
028200     05  FILLER                PIC X(04)  VALUE "SITE".
028300     05  FILLER                PIC X(10)  VALUE "  DATE    ".
028400     05  FILLER                PIC X(10)  VALUE "EMIS LE   ".
028500     05  FILLER                PIC X(09)  VALUE "PART.CTL ".
028600     05  FILLER                PIC X(09)  VALUE "PART.LUES".
028700     05  FILLER                PIC X(09)  VALUE "  DET.CTL".
028800     05  FILLER                PIC X(09)  VALUE "  DET.LUS".
028850     05  FILLER                PIC X(09)  VALUE "  DET.REJ".
028900     05  FILLER                PIC X(11)  VALUE " ESSAIS CTL".
029000     05  FILLER                PIC X(11)  VALUE " ESSAIS LUS".
029100     05  FILLER                PIC X(10)  VALUE "  STATUT  ".
029200     05  FILLER                PIC X(30)  VALUE "MOTIF".
029300     05  FILLER                PIC X(01)  VALUE SPACES.
029400 01  CN-FEED-LINE.
029500     05  CN-FL-SITE            PIC X(02).
029600     05  FILLER                PIC X(02)  VALUE SPACES.
029700     05  CN-FL-DATE            PIC 9(08).
029800     05  FILLER                PIC X(02)  VALUE SPACES.
029900     05  CN-FL-SEND-DATE       PIC 9(08).
030000     05  FILLER                PIC X(02)  VALUE SPACES.
030100     05  CN-FL-CTL-LOG         PIC ZZZZZZ9.
030200     05  FILLER                PIC X(02)  VALUE SPACES.
030300     05  CN-FL-LOG-READ        PIC ZZZZZZ9.
030400     05  FILLER                PIC X(02)  VALUE SPACES.
030500     05  CN-FL-CTL-DTL         PIC ZZZZZZ9.
030600     05  FILLER                PIC X(02)  VALUE SPACES.
030700     05  CN-FL-DTL-READ        PIC ZZZZZZ9.
030800     05  FILLER                PIC X(02)  VALUE SPACES.
030820     05  CN-FL-DTL-REJ         PIC ZZZZZZ9.
030840     05  FILLER                PIC X(02)  VALUE SPACES.
030900     05  CN-FL-CTL-ATT         PIC ZZZZZZZZ9.
031000     05  FILLER                PIC X(02)  VALUE SPACES.
031100     05  CN-FL-ATT-READ        PIC ZZZZZZZZ9.
031200     05  FILLER                PIC X(02)  VALUE SPACES.
031300     05  CN-FL-STATUS          PIC X(08).
031400     05  FILLER                PIC X(02)  VALUE SPACES.
031500     05  CN-FL-REASON          PIC X(30).
031600     05  FILLER                PIC X(01)  VALUE SPACES.
031700 01  CN-COMPARE-HEADING-1.
031800     05  FILLER                PIC X(04)  VALUE "SITE".
031900     05  FILLER                PIC X(10)  VALUE "  DATE    ".
032000     05  FILLER                PIC X(09)  VALUE "  PARTIES".
032100     05  FILLER                PIC X(09)  VALUE "  GAGNEES".
032200     05  FILLER                PIC X(09)  VALUE "  PERDUES".
032300     05  FILLER                PIC X(09)  VALUE "   NULLES".
032400     05  FILLER                PIC X(07)  VALUE "  %VICT".
032500     05  FILLER                PIC X(08)  VALUE " MOY.ESS".
032600     05  FILLER                PIC X(09)  VALUE "    DUELS".
032700     05  FILLER                PIC X(09)  VALUE "    DEFIS".
032800     05  FILLER                PIC X(09)  VALUE "   DETAIL".
032900     05  FILLER                PIC X(07)  VALUE " PART %".
033000     05  FILLER                PIC X(33)  VALUE SPACES.
033100 01  CN-COMPARE-LINE.
033200     05  CN-CL-SITE            PIC X(02).
033300     05  FILLER                PIC X(02)  VALUE SPACES.
033400     05  CN-CL-DATE            PIC 9(08).
033500     05  FILLER                PIC X(02)  VALUE SPACES.
033600     05  CN-CL-GAMES           PIC ZZZZZZ9.
033700     05  FILLER                PIC X(02)  VALUE SPACES.
033800     05  CN-CL-WINS            PIC ZZZZZZ9.
033900     05  FILLER                PIC X(02)  VALUE SPACES.
034000     05  CN-CL-LOSSES          PIC ZZZZZZ9.
034100     05  FILLER                PIC X(02)  VALUE SPACES.
034200     05  CN-CL-DRAWS           PIC ZZZZZZ9.
034300     05  FILLER                PIC X(02)  VALUE SPACES.
034400     05  CN-CL-WIN-PCT         PIC ZZ9.9.
034500     05  FILLER                PIC X(02)  VALUE SPACES.
034600     05  CN-CL-AVG-ATT         PIC ZZ9.99.
034700     05  FILLER                PIC X(02)  VALUE SPACES.
034800     05  CN-CL-DUELS           PIC ZZZZZZ9.
034900     05  FILLER                PIC X(02)  VALUE SPACES.
035000     05  CN-CL-CHALLENGES      PIC ZZZZZZ9.
035100     05  FILLER                PIC X(02)  VALUE SPACES.
035200     05  CN-CL-DETAIL          PIC ZZZZZZ9.
035300     05  FILLER                PIC X(02)  VALUE SPACES.
035400     05  CN-CL-SHARE           PIC ZZ9.9.
035500     05  FILLER                PIC X(33)  VALUE SPACES.
035600 01  CN-MISSING-LINE.
035700     05  FILLER                PIC X(05)  VALUE "SITE ".
035800     05  CN-MI-SITE            PIC X(02).
035900     05  FILLER                PIC X(30)  VALUE
036000         " : AUCUN FLUX INTEGRE POUR LE ".
036100     05  CN-MI-DATE            PIC 9(08).
036200     05  FILLER                PIC X(87)  VALUE SPACES.
036300 01  CN-TOTAL-LINE.
036400     05  CN-TL-LABEL           PIC X(24).
036500     05  CN-TL-COUNT           PIC ZZZZZZ9.
036600     05  FILLER                PIC X(101) VALUE SPACES.
036700 01  CN-PCT-WORK                PIC 9(03)V9(02) VALUE ZERO.
036800 PROCEDURE DIVISION.
036900*----------------------------------------------------------------
037000* 0000-MAINLINE - ENCHAINEMENT PRINCIPAL : EMISSION DU FLUX D'UN
037100*                 SITE OU CONSOLIDATION DES FLUX AU SITE CENTRAL
037200*----------------------------------------------------------------
037300 0000-MAINLINE.
037400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037500     IF NOT CN-FATAL-ERROR
037600         IF CN-MODE-SEND
037700             PERFORM 2000-SEND-FEED THRU 2000-EXIT
037800         ELSE
037900             PERFORM 3000-MERGE-FEEDS THRU 3000-EXIT
038000         END-IF
038100     END-IF
038200     PERFORM 9000-TERMINATE THRU 9000-EXIT
038300     MOVE CN-RETURN-CODE TO RETURN-CODE
038400     STOP RUN.
038500*----------------------------------------------------------------
038600* 1000-INITIALIZE - LECTURE DU PARM ET DU FICHIER DE PILOTAGE,
038700*                   DATE ET SITE DU PASSAGE
038800*----------------------------------------------------------------
038900 1000-INITIALIZE.
039000     DISPLAY "GGCONSOL - CONSOLIDATION DES FLUX DE SITES".
039100     ACCEPT CN-PARM-DATA FROM COMMAND-LINE.
039200     UNSTRING CN-PARM-DATA DELIMITED BY SPACE
039300         INTO CN-PARM-TOK-1 CN-PARM-TOK-2.
039400     EVALUATE CN-PARM-TOK-1
039500         WHEN "SEND"
039600             MOVE "S" TO CN-MODE-SWITCH
039700         WHEN "MERGE"
039800             MOVE "M" TO CN-MODE-SWITCH
039900         WHEN OTHER
040000             DISPLAY "PARM invalide : SEND ou MERGE attendu."
040100             MOVE "Y" TO CN-FATAL-ERROR-SWITCH
040200             MOVE 8 TO CN-RETURN-CODE
040300             GO TO 1000-EXIT
040400     END-EVALUATE.
040500     IF CN-PARM-TOK-2 NOT = SPACES
040600         PERFORM 1010-CHECK-PARM-TOK-2 THRU 1010-EXIT
040700         IF CN-FATAL-ERROR
040800             GO TO 1000-EXIT
040900         END-IF
041000     END-IF.
041100     PERFORM 1090-CHECK-RUNCTL THRU 1090-EXIT.
041200     IF CN-MODE-SEND
041300         PERFORM 1100-SET-SEND-DATE THRU 1100-EXIT
041400     ELSE
041500         PERFORM 1200-OPEN-REPORT THRU 1200-EXIT
041600     END-IF.
041700 1000-EXIT.
041800     EXIT.
041900*----------------------------------------------------------------
042000* 1010-CHECK-PARM-TOK-2 - DEUXIEME MOT DU PARM : DATE DE REPRISE
042100*                         (SEND) OU FORCE (MERGE)
042200*----------------------------------------------------------------
042300 1010-CHECK-PARM-TOK-2.
042400     IF CN-MODE-MERGE
042500         IF CN-PARM-TOK-2 = "FORCE"
042600             MOVE "Y" TO CN-FORCED-RUN-SWITCH
042700             DISPLAY "PASSAGE FORCE PAR PARM - SERA TRACE DANS "
042800                 "RUNCTL."
042900         ELSE
043000             DISPLAY "PARM MERGE invalide : seul FORCE est admis "
043100                 "apres MERGE."
043200             MOVE "Y" TO CN-FATAL-ERROR-SWITCH
043300             MOVE 8 TO CN-RETURN-CODE
043400         END-IF
043500         GO TO 1010-EXIT
043600     END-IF.
043700     IF CN-PARM-TOK-2 IS NOT NUMERIC
043800             OR CN-PARM-TOK-2 = "00000000"
043900         DISPLAY "PARM SEND invalide : date AAAAMMJJ attendue "
044000             "apres SEND."
044100         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
044200         MOVE 8 TO CN-RETURN-CODE
044300         GO TO 1010-EXIT
044400     END-IF.
044500     MOVE CN-PARM-TOK-2 TO CN-PARM-DATE.
044600 1010-EXIT.
044700     EXIT.
044800*----------------------------------------------------------------
044900* 1090-CHECK-RUNCTL - LECTURE DU FICHIER DE PILOTAGE EN TABLE. UN
045000*                     FICHIER ABSENT LAISSE LA CHAINE NON
045100*                     CONTROLEE (PAS DE TAMPON)
045200*----------------------------------------------------------------
045300 1090-CHECK-RUNCTL.
045400     MOVE SPACES TO CN-EXPECTED-TABLE.
045500     OPEN INPUT RUNCTL-FILE.
045600     IF CN-RUNCTL-STATUS NOT = "00"
045700         DISPLAY "Fichier RUNCTL absent - enchainement non "
045800             "controle."
045900         GO TO 1090-EXIT
046000     END-IF.
046100     MOVE "Y" TO CN-RUNCTL-PRESENT-SWITCH.
046200     PERFORM 1091-READ-RUNCTL THRU 1091-EXIT
046300         UNTIL CN-RUNCTL-AT-END.
046400     CLOSE RUNCTL-FILE.
046500     IF CN-BUSINESS-DATE = ZERO
046600         DISPLAY "RUNCTL sans date de gestion - enchainement "
046700             "non controle."
046800         MOVE "N" TO CN-RUNCTL-PRESENT-SWITCH
046900         GO TO 1090-EXIT
047000     END-IF.
047100     DISPLAY "Date de gestion RUNCTL : " CN-BUSINESS-DATE
047200         "  site : " CN-SITE-CODE.
047300 1090-EXIT.
047400     EXIT.
047500*----------------------------------------------------------------
047600* 1091-READ-RUNCTL - LECTURE D'UN ENREGISTREMENT DE PILOTAGE EN
047700*                    TABLE (ENTETE = DATE, SITE, FLUX ATTENDUS)
047800*----------------------------------------------------------------
047900 1091-READ-RUNCTL.
048000     READ RUNCTL-FILE INTO RUNCTL-RECORD
048100         AT END
048200             MOVE "Y" TO CN-RUNCTL-EOF-SWITCH
048300             GO TO 1091-EXIT
048400     END-READ.
048500     IF CN-RC-COUNT = 20
048600         MOVE "Y" TO CN-RUNCTL-OVFL-SWITCH
048700         GO TO 1091-EXIT
048800     END-IF.
048900     ADD 1 TO CN-RC-COUNT.
049000     MOVE RUNCTL-RECORD TO CN-RC-IMAGE (CN-RC-COUNT).
049100     IF RC-HEADER-REC
049200         MOVE RC-BUSINESS-DATE TO CN-BUSINESS-DATE
049300         MOVE RC-SITE-CODE TO CN-SITE-CODE
049400         MOVE RC-FEED-SITES TO CN-EXPECTED-TABLE
049500     ELSE
049600         IF RC-PROGRAM-NAME = "GGCONSOL"
049700             MOVE CN-RC-COUNT TO CN-RC-SELF-SUB
049800         END-IF
049900     END-IF.
050000 1091-EXIT.
050100     EXIT.
050200*----------------------------------------------------------------
050300* 1100-SET-SEND-DATE - SITE EMETTEUR : CODE SITE OBLIGATOIRE,
050400*                      DATE DU FLUX = DATE DU PARM SINON DATE DE
050500*                      GESTION
050600*----------------------------------------------------------------
050700 1100-SET-SEND-DATE.
050800     IF CN-SITE-CODE = SPACES
050900         DISPLAY "Code site absent de l'entete RUNCTL - flux non "
051000             "emis (GGRUNDT PARM 'TODAY SITE SS')."
051100         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
051200         MOVE 8 TO CN-RETURN-CODE
051300         GO TO 1100-EXIT
051400     END-IF.
051500     IF CN-PARM-DATE NOT = ZERO
051600         MOVE CN-PARM-DATE TO CN-FEED-DATE
051700     ELSE
051800         MOVE CN-BUSINESS-DATE TO CN-FEED-DATE
051900     END-IF.
052000     IF CN-FEED-DATE = ZERO
052100         DISPLAY "Date du flux inconnue - flux non emis (PARM "
052200             "'SEND AAAAMMJJ')."
052300         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
052400         MOVE 8 TO CN-RETURN-CODE
052500         GO TO 1100-EXIT
052600     END-IF.
052700     DISPLAY "Flux du site " CN-SITE-CODE " pour le "
052800         CN-FEED-DATE ".".
052900 1100-EXIT.
053000     EXIT.
053100*----------------------------------------------------------------
053200* 1200-OPEN-REPORT - SITE CENTRAL : OUVERTURE DE L'ETAT
053300*----------------------------------------------------------------
053400 1200-OPEN-REPORT.
053500     MOVE CN-BUSINESS-DATE TO CN-REPORT-DATE.
053600     IF CN-REPORT-DATE = ZERO
053700         ACCEPT CN-REPORT-DATE FROM DATE YYYYMMDD
053800     END-IF.
053900     OPEN OUTPUT CONSOL-REPORT.
054000     IF CN-REPORT-STATUS NOT = "00"
054100         DISPLAY "Ouverture CONSRPT impossible, statut "
054200             CN-REPORT-STATUS "."
054300         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
054400         MOVE 12 TO CN-RETURN-CODE
054500         GO TO 1200-EXIT
054600     END-IF.
054700     MOVE "Y" TO CN-REPORT-OPENED-SWITCH.
054800 1200-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------
055100* 2000-SEND-FEED - SITE EMETTEUR : EXTRACTION DES PARTIES ET DU
055200*                  DETAIL DE LA DATE, PUIS ENREGISTREMENT DE
055300*                  CONTROLE
055400*----------------------------------------------------------------
055500 2000-SEND-FEED.
055600     IF CN-RC-SELF-SUB > ZERO
055700         MOVE CN-RC-IMAGE (CN-RC-SELF-SUB) TO RUNCTL-RECORD
055800         IF RC-LAST-RUN-DATE = CN-FEED-DATE
055900             DISPLAY "Flux du " CN-FEED-DATE " deja emis - "
056000                 "renvoi signale (le central refuse un doublon)."
056100             MOVE 4 TO CN-RETURN-CODE
056200         END-IF
056300     END-IF.
056400     PERFORM 2010-OPEN-SEND-FILES THRU 2010-EXIT.
056500     IF CN-FATAL-ERROR
056600         GO TO 2000-EXIT
056700     END-IF.
056800     PERFORM 2190-READ-GAMELOG THRU 2190-EXIT.
056900     PERFORM 2100-SEND-ONE-LOG THRU 2100-EXIT
057000         UNTIL CN-GAMELOG-AT-END.
057100     MOVE CN-FEED-DATE TO GD-LOG-DATE.
057110     MOVE LOW-VALUES TO GD-PLAYER-ID.
057120     MOVE ZERO TO GD-GAME-SEQ.
057130     MOVE ZERO TO GD-GUESS-NO.
057140     START GAMEDTL-FILE KEY IS NOT LESS THAN GD-KEY
057150         INVALID KEY
057160             MOVE "Y" TO CN-GAMEDTL-EOF-SWITCH
057170     END-START.
057180     IF NOT CN-GAMEDTL-AT-END
057190         PERFORM 2290-READ-GAMEDTL THRU 2290-EXIT
057195     END-IF.
057200     PERFORM 2200-SEND-ONE-DTL THRU 2200-EXIT
057300         UNTIL CN-GAMEDTL-AT-END.
057400     IF CN-FATAL-ERROR
057500         GO TO 2000-EXIT
057600     END-IF.
057700     MOVE SPACES TO FEEDCTL-RECORD.
057800     MOVE CN-SITE-CODE TO FC-SITE-CODE.
057900     MOVE CN-FEED-DATE TO FC-FEED-DATE.
058000     MOVE CN-LOG-SENT TO FC-LOG-COUNT.
058100     MOVE CN-DTL-SENT TO FC-DTL-COUNT.
058200     MOVE CN-ATT-SENT TO FC-ATTEMPTS-TOTAL.
058300     ACCEPT FC-SEND-DATE FROM DATE YYYYMMDD.
058400     ACCEPT FC-SEND-TIME FROM TIME.
058500     WRITE FEEDCTL-RECORD.
058600     IF CN-FEEDCTL-STATUS NOT = "00"
058700         DISPLAY "Ecriture FEEDCTL en echec, statut "
058800             CN-FEEDCTL-STATUS "."
058900         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
059000         MOVE 12 TO CN-RETURN-CODE
059100         GO TO 2000-EXIT
059200     END-IF.
059300     DISPLAY "Parties GAMELOG lues     : " CN-LOG-READ.
059400     DISPLAY "Parties emises           : " CN-LOG-SENT.
059500     DISPLAY "Lignes GAMEDTL lues      : " CN-DTL-READ.
059600     DISPLAY "Lignes de detail emises  : " CN-DTL-SENT.
059700     DISPLAY "Total de controle essais : " CN-ATT-SENT.
059800     IF CN-OTHER-SITE > ZERO
059900         DISPLAY "Enregistrements d'un autre site non emis : "
060000             CN-OTHER-SITE
060100         IF CN-RETURN-CODE < 4
060200             MOVE 4 TO CN-RETURN-CODE
060300         END-IF
060400     END-IF.
060500 2000-EXIT.
060600     EXIT.
060700*----------------------------------------------------------------
060800* 2010-OPEN-SEND-FILES - OUVERTURE DES FICHIERS DU SITE EN LECTURE
060900*                        ET DES TROIS FICHIERS DU FLUX EN CREATION
061000*----------------------------------------------------------------
061100 2010-OPEN-SEND-FILES.
061200     OPEN INPUT GAMELOG-FILE.
061300     IF CN-GAMELOG-STATUS NOT = "00"
061400         DISPLAY "Ouverture GAMELOG en echec, statut "
061500             CN-GAMELOG-STATUS "."
061600         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
061700         MOVE 12 TO CN-RETURN-CODE
061800         GO TO 2010-EXIT
061900     END-IF.
062000     MOVE "Y" TO CN-GAMELOG-OPENED-SWITCH.
062100     OPEN INPUT GAMEDTL-FILE.
062200     IF CN-GAMEDTL-STATUS NOT = "00"
062300         DISPLAY "Ouverture GAMEDTL en echec, statut "
062400             CN-GAMEDTL-STATUS "."
062500         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
062600         MOVE 12 TO CN-RETURN-CODE
062700         GO TO 2010-EXIT
062800     END-IF.
062900     MOVE "Y" TO CN-GAMEDTL-OPENED-SWITCH.
063000     OPEN OUTPUT FEEDLOG-FILE.
063100     IF CN-FEEDLOG-STATUS NOT = "00"
063200         DISPLAY "Ouverture FEEDLOG en echec, statut "
063300             CN-FEEDLOG-STATUS "."
063400         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
063500         MOVE 12 TO CN-RETURN-CODE
063600         GO TO 2010-EXIT
063700     END-IF.
063800     MOVE "Y" TO CN-FEEDLOG-OPENED-SWITCH.
063900     OPEN OUTPUT FEEDDTL-FILE.
064000     IF CN-FEEDDTL-STATUS NOT = "00"
064100         DISPLAY "Ouverture FEEDDTL en echec, statut "
064200             CN-FEEDDTL-STATUS "."
064300         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
064400         MOVE 12 TO CN-RETURN-CODE
064500         GO TO 2010-EXIT
064600     END-IF.
064700     MOVE "Y" TO CN-FEEDDTL-OPENED-SWITCH.
064800     OPEN OUTPUT FEEDCTL-FILE.
064900     IF CN-FEEDCTL-STATUS NOT = "00"
065000         DISPLAY "Ouverture FEEDCTL en echec, statut "
065100             CN-FEEDCTL-STATUS "."
065200         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
065300         MOVE 12 TO CN-RETURN-CODE
065400         GO TO 2010-EXIT
065500     END-IF.
065600     MOVE "Y" TO CN-FEEDCTL-OPENED-SWITCH.
065700 2010-EXIT.
065800     EXIT.
065900*----------------------------------------------------------------
066000* 2100-SEND-ONE-LOG - UNE PARTIE DU GAMELOG DU SITE : EMISE SI
066100*                     ELLE EST DE LA DATE DU FLUX ET DU SITE
066200*                     (CODE SITE COMPLETE S'IL EST A BLANC)
066300*----------------------------------------------------------------
066400 2100-SEND-ONE-LOG.
066500     IF CN-LI-DATE NOT = CN-FEED-DATE
066600         GO TO 2100-NEXT
066700     END-IF.
066800     IF CN-LI-SITE = SPACES
066900         MOVE CN-SITE-CODE TO CN-LI-SITE
067000     END-IF.
067100     IF CN-LI-SITE NOT = CN-SITE-CODE
067200         ADD 1 TO CN-OTHER-SITE
067300         GO TO 2100-NEXT
067400     END-IF.
067500     WRITE FEEDLOG-RECORD FROM CN-LOG-IMAGE.
067600     IF CN-FEEDLOG-STATUS NOT = "00"
067700         DISPLAY "Ecriture FEEDLOG en echec, statut "
067800             CN-FEEDLOG-STATUS "."
067900         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
068000         MOVE 12 TO CN-RETURN-CODE
068100         MOVE "Y" TO CN-GAMELOG-EOF-SWITCH
068200         GO TO 2100-EXIT
068300     END-IF.
068400     ADD 1 TO CN-LOG-SENT.
068500     ADD CN-LI-ATTEMPTS TO CN-ATT-SENT.
068600 2100-NEXT.
068700     PERFORM 2190-READ-GAMELOG THRU 2190-EXIT.
068800 2100-EXIT.
068900     EXIT.
069000*----------------------------------------------------------------
069100* 2190-READ-GAMELOG - LECTURE D'UNE PARTIE DU GAMELOG DU SITE
069200*----------------------------------------------------------------
069300 2190-READ-GAMELOG.
069400     READ GAMELOG-FILE INTO CN-LOG-IMAGE
069500         AT END
069600             MOVE "Y" TO CN-GAMELOG-EOF-SWITCH
069700             GO TO 2190-EXIT
069800     END-READ.
069900     IF CN-GAMELOG-STATUS NOT = "00"
070000         DISPLAY "Lecture GAMELOG en echec, statut "
070100             CN-GAMELOG-STATUS "."
070200         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
070300         MOVE 12 TO CN-RETURN-CODE
070400         MOVE "Y" TO CN-GAMELOG-EOF-SWITCH
070500         GO TO 2190-EXIT
070600     END-IF.
070700     ADD 1 TO CN-LOG-READ.
070800 2190-EXIT.
070900     EXIT.
071000*----------------------------------------------------------------
071100* 2200-SEND-ONE-DTL - UNE LIGNE DU GAMEDTL DU SITE : EMISE SI ELLE
071200*                     EST DU SITE ; LECTURE ARRETEE APRES LA
071250*                     DATE DU FLUX
071300*----------------------------------------------------------------
071400 2200-SEND-ONE-DTL.
071500     IF CN-DI-DATE NOT = CN-FEED-DATE
071600         MOVE "Y" TO CN-GAMEDTL-EOF-SWITCH
071650         GO TO 2200-EXIT
071700     END-IF.
071800     IF CN-DI-SITE = SPACES
071900         MOVE CN-SITE-CODE TO CN-DI-SITE
072000     END-IF.
072100     IF CN-DI-SITE NOT = CN-SITE-CODE
072200         ADD 1 TO CN-OTHER-SITE
072300         GO TO 2200-NEXT
072400     END-IF.
072500     WRITE FEEDDTL-RECORD FROM CN-DTL-IMAGE.
072600     IF CN-FEEDDTL-STATUS NOT = "00"
072700         DISPLAY "Ecriture FEEDDTL en echec, statut "
072800             CN-FEEDDTL-STATUS "."
072900         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
073000         MOVE 12 TO CN-RETURN-CODE
073100         MOVE "Y" TO CN-GAMEDTL-EOF-SWITCH
073200         GO TO 2200-EXIT
073300     END-IF.
073400     ADD 1 TO CN-DTL-SENT.
073500 2200-NEXT.
073600     PERFORM 2290-READ-GAMEDTL THRU 2290-EXIT.
073700 2200-EXIT.
073800     EXIT.
073900*----------------------------------------------------------------
074000* 2290-READ-GAMEDTL - LECTURE D'UNE LIGNE DU GAMEDTL DU SITE
074100*----------------------------------------------------------------
074200 2290-READ-GAMEDTL.
074300     READ GAMEDTL-FILE NEXT RECORD INTO CN-DTL-IMAGE
074400         AT END
074500             MOVE "Y" TO CN-GAMEDTL-EOF-SWITCH
074600             GO TO 2290-EXIT
074700     END-READ.
074800     IF CN-GAMEDTL-STATUS NOT = "00"
074900         DISPLAY "Lecture GAMEDTL en echec, statut "
075000             CN-GAMEDTL-STATUS "."
075100         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
075200         MOVE 12 TO CN-RETURN-CODE
075300         MOVE "Y" TO CN-GAMEDTL-EOF-SWITCH
075400         GO TO 2290-EXIT
075500     END-IF.
075600     ADD 1 TO CN-DTL-READ.
075700 2290-EXIT.
075800     EXIT.
075900*----------------------------------------------------------------
076000* 3000-MERGE-FEEDS - SITE CENTRAL : CONTROLE DES FLUX RECUS PUIS
076100*                    AJOUT DES FLUX ACCEPTES AU GAMELOG ET AU
076200*                    GAMEDTL CENTRAUX, ETAT DE CONSOLIDATION
076300*----------------------------------------------------------------
076400 3000-MERGE-FEEDS.
076500     PERFORM 3100-LOAD-FEEDCTL THRU 3100-EXIT.
076600     IF CN-FATAL-ERROR
076700         GO TO 3000-EXIT
076800     END-IF.
076900     PERFORM 3200-SCAN-CENTRAL THRU 3200-EXIT.
077000     IF CN-FATAL-ERROR
077100         GO TO 3000-EXIT
077200     END-IF.
077300     PERFORM 3300-COUNT-FEEDS THRU 3300-EXIT.
077400     IF CN-FATAL-ERROR
077500         GO TO 3000-EXIT
077600     END-IF.
077700     PERFORM 3400-CHECK-COUNTS THRU 3400-EXIT.
077800     PERFORM 3500-COPY-FEEDS THRU 3500-EXIT.
077900     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
078000 3000-EXIT.
078100     EXIT.
078200*----------------------------------------------------------------
078300* 3100-LOAD-FEEDCTL - CHARGEMENT ET PREMIERS CONTROLES DES
078400*                     ENREGISTREMENTS DE CONTROLE RECUS
078500*----------------------------------------------------------------
078600 3100-LOAD-FEEDCTL.
078700     OPEN INPUT FEEDCTL-FILE.
078800     IF CN-FEEDCTL-STATUS NOT = "00"
078900         DISPLAY "Ouverture FEEDCTL en echec, statut "
079000             CN-FEEDCTL-STATUS "."
079100         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
079200         MOVE 12 TO CN-RETURN-CODE
079300         GO TO 3100-EXIT
079400     END-IF.
079500     MOVE "Y" TO CN-FEEDCTL-OPENED-SWITCH.
079600     PERFORM 3110-LOAD-ONE-FEED THRU 3110-EXIT
079700         UNTIL CN-FEEDCTL-AT-END.
079800     CLOSE FEEDCTL-FILE.
079900     MOVE "N" TO CN-FEEDCTL-OPENED-SWITCH.
080000     IF CN-TABLE-IS-FULL
080100         DISPLAY "Plus de 10 flux recus - consolidation "
080200             "abandonnee, decoupez l'envoi."
080300         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
080400         MOVE 8 TO CN-RETURN-CODE
080500     END-IF.
080600 3100-EXIT.
080700     EXIT.
080800*----------------------------------------------------------------
080900* 3110-LOAD-ONE-FEED - UN ENREGISTREMENT DE CONTROLE : SITE,
081000*                      DATE, DOUBLON ET DATE DEJA INTEGREE
081100*----------------------------------------------------------------
081200 3110-LOAD-ONE-FEED.
081300     READ FEEDCTL-FILE
081400         AT END
081500             MOVE "Y" TO CN-FEEDCTL-EOF-SWITCH
081600             GO TO 3110-EXIT
081700     END-READ.
081800     IF CN-FEEDCTL-STATUS NOT = "00"
081900         DISPLAY "Lecture FEEDCTL en echec, statut "
082000             CN-FEEDCTL-STATUS "."
082100         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
082200         MOVE 12 TO CN-RETURN-CODE
082300         MOVE "Y" TO CN-FEEDCTL-EOF-SWITCH
082400         GO TO 3110-EXIT
082500     END-IF.
082600     ADD 1 TO CN-CTL-READ.
082700     IF CN-FEED-COUNT = 10
082800         MOVE "Y" TO CN-TABLE-FULL-SWITCH
082900         MOVE "Y" TO CN-FEEDCTL-EOF-SWITCH
083000         GO TO 3110-EXIT
083100     END-IF.
083200     ADD 1 TO CN-FEED-COUNT.
083300     MOVE CN-FEED-COUNT TO CN-FEED-SUB.
083400     MOVE FC-SITE-CODE TO CN-FD-SITE (CN-FEED-SUB).
083500     MOVE "A" TO CN-FD-STATUS (CN-FEED-SUB).
083600     MOVE SPACES TO CN-FD-REASON (CN-FEED-SUB).
083700     MOVE ZERO TO CN-FD-DATE (CN-FEED-SUB)
083800                  CN-FD-CTL-LOG (CN-FEED-SUB)
083900                  CN-FD-CTL-DTL (CN-FEED-SUB)
084000                  CN-FD-CTL-ATT (CN-FEED-SUB)
084100                  CN-FD-SEND-DATE (CN-FEED-SUB)
084200                  CN-FD-SEND-TIME (CN-FEED-SUB)
084300                  CN-FD-LOG-READ (CN-FEED-SUB)
084400                  CN-FD-DTL-READ (CN-FEED-SUB)
084500                  CN-FD-ATT-READ (CN-FEED-SUB)
084600                  CN-FD-WINS (CN-FEED-SUB)
084700                  CN-FD-LOSSES (CN-FEED-SUB)
084800                  CN-FD-DRAWS (CN-FEED-SUB)
084900                  CN-FD-DUELS (CN-FEED-SUB)
084950                  CN-FD-CHALLENGES (CN-FEED-SUB)
085000                  CN-FD-DTL-REJECTED (CN-FEED-SUB).
085100     IF FC-FEED-DATE IS NOT NUMERIC
085200             OR FC-LOG-COUNT IS NOT NUMERIC
085300             OR FC-DTL-COUNT IS NOT NUMERIC
085400             OR FC-ATTEMPTS-TOTAL IS NOT NUMERIC
085500         MOVE "CONTROLE NON NUMERIQUE" TO CN-REFUSE-REASON
085600         PERFORM 3190-REFUSE-FEED THRU 3190-EXIT
085700         GO TO 3110-EXIT
085800     END-IF.
085900     MOVE FC-FEED-DATE TO CN-FD-DATE (CN-FEED-SUB).
086000     MOVE FC-LOG-COUNT TO CN-FD-CTL-LOG (CN-FEED-SUB).
086100     MOVE FC-DTL-COUNT TO CN-FD-CTL-DTL (CN-FEED-SUB).
086200     MOVE FC-ATTEMPTS-TOTAL TO CN-FD-CTL-ATT (CN-FEED-SUB).
086300     IF FC-SEND-DATE IS NUMERIC
086400         MOVE FC-SEND-DATE TO CN-FD-SEND-DATE (CN-FEED-SUB)
086500     END-IF.
086600     IF FC-SEND-TIME IS NUMERIC
086700         MOVE FC-SEND-TIME TO CN-FD-SEND-TIME (CN-FEED-SUB)
086800     END-IF.
086900     IF FC-SITE-CODE = SPACES
087000         MOVE "CODE SITE ABSENT" TO CN-REFUSE-REASON
087100         PERFORM 3190-REFUSE-FEED THRU 3190-EXIT
087200         GO TO 3110-EXIT
087300     END-IF.
087400     IF FC-FEED-DATE = ZERO
087500         MOVE "DATE DU FLUX ABSENTE" TO CN-REFUSE-REASON
087600         PERFORM 3190-REFUSE-FEED THRU 3190-EXIT
087700         GO TO 3110-EXIT
087800     END-IF.
087900     IF CN-RUNCTL-PRESENT
088000         PERFORM 3120-CHECK-AGAINST-RUNCTL THRU 3120-EXIT
088100         IF CN-FD-REFUSED (CN-FEED-SUB)
088200             GO TO 3110-EXIT
088300         END-IF
088400     END-IF.
088500*    UN FLUX DEJA RECU DANS LE MEME ENVOI EST UN RENVOI : LE
088600*    DOUBLON EST REFUSE (ET LES COMPTES DU PREMIER, DOUBLES PAR
088700*    LA CONCATENATION, LE FERONT REFUSER AUSSI).
088800     MOVE ZERO TO CN-FEED-J.
088900     MOVE "N" TO CN-FOUND-SWITCH.
089000     PERFORM 3115-FIND-DUPLICATE THRU 3115-EXIT
089100         UNTIL CN-FEED-J >= CN-FEED-SUB - 1
089200             OR CN-FOUND.
089300     IF CN-FOUND
089400         MOVE "FLUX RECU EN DOUBLE (RENVOI)" TO CN-REFUSE-REASON
089500         PERFORM 3190-REFUSE-FEED THRU 3190-EXIT
089600     END-IF.
089700 3110-EXIT.
089800     EXIT.
089900*----------------------------------------------------------------
090000* 3115-FIND-DUPLICATE - RECHERCHE DU MEME SITE ET DE LA MEME DATE
090100*                       PARMI LES FLUX DEJA CHARGES
090200*----------------------------------------------------------------
090300 3115-FIND-DUPLICATE.
090400     ADD 1 TO CN-FEED-J.
090500     IF CN-FD-SITE (CN-FEED-J) = CN-FD-SITE (CN-FEED-SUB)
090600             AND CN-FD-DATE (CN-FEED-J) = CN-FD-DATE (CN-FEED-SUB)
090700         MOVE "Y" TO CN-FOUND-SWITCH
090800     END-IF.
090900 3115-EXIT.
091000     EXIT.
091100*----------------------------------------------------------------
091200* 3120-CHECK-AGAINST-RUNCTL - SITE ATTENDU, DATE NON FUTURE ET
091300*                             DATE POSTERIEURE A LA DERNIERE
091400*                             INTEGREE POUR LE SITE (SAUF FORCE)
091500*----------------------------------------------------------------
091600 3120-CHECK-AGAINST-RUNCTL.
091700     MOVE ZERO TO CN-EXPECTED-I.
091800     MOVE "N" TO CN-FOUND-SWITCH.
091900     PERFORM 3125-FIND-EXPECTED THRU 3125-EXIT
092000         UNTIL CN-EXPECTED-I >= 4
092100             OR CN-FOUND.
092200     IF NOT CN-FOUND
092300         MOVE "SITE NON ATTENDU (RUNCTL)" TO CN-REFUSE-REASON
092400         PERFORM 3190-REFUSE-FEED THRU 3190-EXIT
092500         GO TO 3120-EXIT
092600     END-IF.
092700     IF CN-FD-DATE (CN-FEED-SUB) > CN-BUSINESS-DATE
092800         MOVE "DATE POSTERIEURE A LA GESTION" TO CN-REFUSE-REASON
092900         PERFORM 3190-REFUSE-FEED THRU 3190-EXIT
093000         GO TO 3120-EXIT
093100     END-IF.
093200     MOVE CN-FD-SITE (CN-FEED-SUB) TO CN-STAMP-SITE.
093300     PERFORM 3130-FIND-STAMP THRU 3130-EXIT.
093400     IF CN-FOUND
093500             AND CN-FD-DATE (CN-FEED-SUB) NOT > CN-STAMP-DATE
093600         IF CN-FORCED-RUN
093700             DISPLAY "Flux " CN-FD-SITE (CN-FEED-SUB) " du "
093800                 CN-FD-DATE (CN-FEED-SUB) " anterieur au dernier "
093900                 "integre - rattrapage force accepte."
094000         ELSE
094100             MOVE "DATE DEJA INTEGREE (RUNCTL)"
094200                 TO CN-REFUSE-REASON
094300             PERFORM 3190-REFUSE-FEED THRU 3190-EXIT
094400         END-IF
094500     END-IF.
094600 3120-EXIT.
094700     EXIT.
094800*----------------------------------------------------------------
094900* 3125-FIND-EXPECTED - RECHERCHE DU SITE DANS LA LISTE DES FLUX
095000*                      ATTENDUS DE L'ENTETE RUNCTL
095100*----------------------------------------------------------------
095200 3125-FIND-EXPECTED.
095300     ADD 1 TO CN-EXPECTED-I.
095400     IF CN-EXPECTED-SITE (CN-EXPECTED-I)
095500             = CN-FD-SITE (CN-FEED-SUB)
095600         MOVE "Y" TO CN-FOUND-SWITCH
095700     END-IF.
095800 3125-EXIT.
095900     EXIT.
096000*----------------------------------------------------------------
096100* 3130-FIND-STAMP - RECHERCHE DU TAMPON "GGCONS" + SITE DANS LES
096200*                   IMAGES RUNCTL (DERNIERE DATE INTEGREE)
096300*----------------------------------------------------------------
096400 3130-FIND-STAMP.
096500     MOVE "N" TO CN-FOUND-SWITCH.
096600     MOVE ZERO TO CN-STAMP-DATE.
096700     MOVE ZERO TO CN-RC-SCAN-I.
096800     PERFORM 3135-SCAN-ONE-STAMP THRU 3135-EXIT
096900         UNTIL CN-RC-SCAN-I >= CN-RC-COUNT
097000             OR CN-FOUND.
097100 3130-EXIT.
097200     EXIT.
097300*----------------------------------------------------------------
097400* 3135-SCAN-ONE-STAMP - UNE IMAGE RUNCTL
097500*----------------------------------------------------------------
097600 3135-SCAN-ONE-STAMP.
097700     ADD 1 TO CN-RC-SCAN-I.
097800     MOVE CN-RC-IMAGE (CN-RC-SCAN-I) TO RUNCTL-RECORD.
097900     IF RC-PROGRAM-REC
098000             AND RC-PROGRAM-NAME = CN-STAMP-PROGRAM
098100         MOVE "Y" TO CN-FOUND-SWITCH
098200         MOVE RC-LAST-RUN-DATE TO CN-STAMP-DATE
098300     END-IF.
098400 3135-EXIT.
098500     EXIT.
098600*----------------------------------------------------------------
098700* 3190-REFUSE-FEED - REFUS DU FLUX COURANT (MOTIF EN CLAIR)
098800*----------------------------------------------------------------
098900 3190-REFUSE-FEED.
099000     IF CN-FD-REFUSED (CN-FEED-SUB)
099100         GO TO 3190-EXIT
099200     END-IF.
099300     MOVE "R" TO CN-FD-STATUS (CN-FEED-SUB).
099400     MOVE CN-REFUSE-REASON TO CN-FD-REASON (CN-FEED-SUB).
099500     DISPLAY "Flux " CN-FD-SITE (CN-FEED-SUB) " du "
099600         CN-FD-DATE (CN-FEED-SUB) " refuse : " CN-REFUSE-REASON.
099700     IF CN-RETURN-CODE < 8
099800         MOVE 8 TO CN-RETURN-CODE
099900     END-IF.
100000 3190-EXIT.
100100     EXIT.
100200*----------------------------------------------------------------
100300* 3200-SCAN-CENTRAL - CHEVAUCHEMENT : UNE PARTIE OU UNE LIGNE DE
100400*                     DETAIL DU SITE ET DE LA DATE D'UN FLUX
100500*                     ACCEPTE DEJA PRESENTE AU CENTRAL FAIT
100600*                     REFUSER LE FLUX. LE GAMEDTL EST LU DE LA
100610*                     PLUS PETITE A LA PLUS GRANDE DATE DES FLUX
100620*                     ACCEPTES ET DONNE LE PLUS HAUT NUMERO DE
100630*                     PARTIE PAR DATE ET JOUEUR
100700*----------------------------------------------------------------
100800 3200-SCAN-CENTRAL.
100900     OPEN INPUT GAMELOG-FILE.
101000     IF CN-GAMELOG-STATUS NOT = "00"
101100         DISPLAY "Ouverture GAMELOG en echec, statut "
101200             CN-GAMELOG-STATUS "."
101300         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
101400         MOVE 12 TO CN-RETURN-CODE
101500         GO TO 3200-EXIT
101600     END-IF.
101700     MOVE "Y" TO CN-GAMELOG-OPENED-SWITCH.
101800     MOVE "N" TO CN-GAMELOG-EOF-SWITCH.
101900     PERFORM 2190-READ-GAMELOG THRU 2190-EXIT.
102000     PERFORM 3210-SCAN-ONE-LOG THRU 3210-EXIT
102100         UNTIL CN-GAMELOG-AT-END.
102200     CLOSE GAMELOG-FILE.
102300     MOVE "N" TO CN-GAMELOG-OPENED-SWITCH.
102400     IF CN-FATAL-ERROR
102500         GO TO 3200-EXIT
102600     END-IF.
102700     OPEN INPUT GAMEDTL-FILE.
102800     IF CN-GAMEDTL-STATUS NOT = "00"
102900         DISPLAY "Ouverture GAMEDTL en echec, statut "
103000             CN-GAMEDTL-STATUS "."
103100         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
103200         MOVE 12 TO CN-RETURN-CODE
103300         GO TO 3200-EXIT
103400     END-IF.
103500     MOVE "Y" TO CN-GAMEDTL-OPENED-SWITCH.
103600     MOVE "N" TO CN-GAMEDTL-EOF-SWITCH.
103610     MOVE 99999999 TO CN-LOW-DATE.
103620     MOVE ZERO TO CN-HIGH-DATE.
103630     MOVE ZERO TO CN-FEED-SUB.
103640     PERFORM 3230-FEED-BOUNDS THRU 3230-EXIT
103650         UNTIL CN-FEED-SUB >= CN-FEED-COUNT.
103660     MOVE ZERO TO CN-GC-COUNT.
103670     MOVE CN-LOW-DATE TO GD-LOG-DATE.
103680     MOVE LOW-VALUES TO GD-PLAYER-ID.
103690     MOVE ZERO TO GD-GAME-SEQ.
103700     MOVE ZERO TO GD-GUESS-NO.
103710     START GAMEDTL-FILE KEY IS NOT LESS THAN GD-KEY
103720         INVALID KEY
103730             MOVE "Y" TO CN-GAMEDTL-EOF-SWITCH
103740     END-START.
103750     IF NOT CN-GAMEDTL-AT-END
103760         PERFORM 2290-READ-GAMEDTL THRU 2290-EXIT
103770     END-IF.
103800     PERFORM 3220-SCAN-ONE-DTL THRU 3220-EXIT
103900         UNTIL CN-GAMEDTL-AT-END.
104000     CLOSE GAMEDTL-FILE.
104100     MOVE "N" TO CN-GAMEDTL-OPENED-SWITCH.
104200 3200-EXIT.
104300     EXIT.
104400*----------------------------------------------------------------
104500* 3210-SCAN-ONE-LOG - UNE PARTIE DU GAMELOG CENTRAL
104600*----------------------------------------------------------------
104700 3210-SCAN-ONE-LOG.
104800     MOVE CN-LI-SITE TO CN-KEY-SITE.
104900     MOVE CN-LI-DATE TO CN-KEY-DATE.
105000     PERFORM 3290-FIND-FEED THRU 3290-EXIT.
105100     IF CN-FOUND
105200         MOVE CN-FEED-J TO CN-FEED-SUB
105300         MOVE "CHEVAUCHE LE GAMELOG CENTRAL" TO CN-REFUSE-REASON
105400         PERFORM 3190-REFUSE-FEED THRU 3190-EXIT
105500     END-IF.
105600     PERFORM 2190-READ-GAMELOG THRU 2190-EXIT.
105700 3210-EXIT.
105800     EXIT.
105900*----------------------------------------------------------------
106000* 3220-SCAN-ONE-DTL - UNE LIGNE DU GAMEDTL CENTRAL
106100*----------------------------------------------------------------
106200 3220-SCAN-ONE-DTL.
106210     IF CN-DI-DATE > CN-HIGH-DATE
106220         MOVE "Y" TO CN-GAMEDTL-EOF-SWITCH
106230         GO TO 3220-EXIT
106240     END-IF.
106250     PERFORM 3240-NOTE-CENTRAL-SEQ THRU 3240-EXIT.
106260     IF CN-FATAL-ERROR
106270         MOVE "Y" TO CN-GAMEDTL-EOF-SWITCH
106280         GO TO 3220-EXIT
106290     END-IF.
106300     MOVE CN-DI-SITE TO CN-KEY-SITE.
106400     MOVE CN-DI-DATE TO CN-KEY-DATE.
106500     PERFORM 3290-FIND-FEED THRU 3290-EXIT.
106600     IF CN-FOUND
106700         MOVE CN-FEED-J TO CN-FEED-SUB
106800         MOVE "CHEVAUCHE LE GAMEDTL CENTRAL" TO CN-REFUSE-REASON
106900         PERFORM 3190-REFUSE-FEED THRU 3190-EXIT
107000     END-IF.
107100     PERFORM 2290-READ-GAMEDTL THRU 2290-EXIT.
107200 3220-EXIT.
107300     EXIT.
107302*----------------------------------------------------------------
107304* 3230-FEED-BOUNDS - PLUS PETITE ET PLUS GRANDE DATE DES FLUX
107306*                    ACCEPTES
107308*----------------------------------------------------------------
107310 3230-FEED-BOUNDS.
107312     ADD 1 TO CN-FEED-SUB.
107314     IF NOT CN-FD-ACCEPTED (CN-FEED-SUB)
107316         GO TO 3230-EXIT
107318     END-IF.
107320     IF CN-FD-DATE (CN-FEED-SUB) < CN-LOW-DATE
107322         MOVE CN-FD-DATE (CN-FEED-SUB) TO CN-LOW-DATE
107324     END-IF.
107326     IF CN-FD-DATE (CN-FEED-SUB) > CN-HIGH-DATE
107328         MOVE CN-FD-DATE (CN-FEED-SUB) TO CN-HIGH-DATE
107330     END-IF.
107332 3230-EXIT.
107334     EXIT.
107336*----------------------------------------------------------------
107338* 3240-NOTE-CENTRAL-SEQ - GAMEDTL LU DANS L'ORDRE DE LA CLE :
107340*                         UNE NOUVELLE DATE OU UN NOUVEAU JOUEUR
107342*                         OUVRE UNE ENTREE, SINON LE NUMERO DE
107344*                         PARTIE LU EST LE PLUS HAUT DU JOUEUR
107346*----------------------------------------------------------------
107348 3240-NOTE-CENTRAL-SEQ.
107350     IF CN-GC-COUNT > ZERO
107352         IF CN-GC-DATE (CN-GC-COUNT) = CN-DI-DATE
107354                 AND CN-GC-PLAYER (CN-GC-COUNT) = CN-DI-PLAYER
107356             MOVE CN-DI-GAME-SEQ TO CN-GC-MAX-SEQ (CN-GC-COUNT)
107358             GO TO 3240-EXIT
107360         END-IF
107362     END-IF.
107364     IF CN-GC-COUNT >= 5000
107366         DISPLAY "Table des numeros de partie pleine (5000)."
107368         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
107370         MOVE 8 TO CN-RETURN-CODE
107372         GO TO 3240-EXIT
107374     END-IF.
107376     ADD 1 TO CN-GC-COUNT.
107378     MOVE CN-DI-DATE TO CN-GC-DATE (CN-GC-COUNT).
107380     MOVE CN-DI-PLAYER TO CN-GC-PLAYER (CN-GC-COUNT).
107382     MOVE CN-DI-GAME-SEQ TO CN-GC-MAX-SEQ (CN-GC-COUNT).
107384 3240-EXIT.
107386     EXIT.
107400*----------------------------------------------------------------
107500* 3290-FIND-FEED - RECHERCHE DU FLUX ACCEPTE DU SITE ET DE LA
107600*                  DATE (CN-KEY-SITE, CN-KEY-DATE) ; RANG DANS
107700*                  CN-FEED-J
107800*----------------------------------------------------------------
107900 3290-FIND-FEED.
108000     MOVE "N" TO CN-FOUND-SWITCH.
108100     MOVE ZERO TO CN-FEED-J.
108200     PERFORM 3295-TEST-ONE-FEED THRU 3295-EXIT
108300         UNTIL CN-FEED-J >= CN-FEED-COUNT
108400             OR CN-FOUND.
108500 3290-EXIT.
108600     EXIT.
108700*----------------------------------------------------------------
108800* 3295-TEST-ONE-FEED - UN FLUX DE LA TABLE
108900*----------------------------------------------------------------
109000 3295-TEST-ONE-FEED.
109100     ADD 1 TO CN-FEED-J.
109200     IF CN-FD-ACCEPTED (CN-FEED-J)
109300             AND CN-FD-SITE (CN-FEED-J) = CN-KEY-SITE
109400             AND CN-FD-DATE (CN-FEED-J) = CN-KEY-DATE
109500         MOVE "Y" TO CN-FOUND-SWITCH
109600     END-IF.
109700 3295-EXIT.
109800     EXIT.
109900*----------------------------------------------------------------
110000* 3300-COUNT-FEEDS - PREMIERE LECTURE DES FLUX : COMPTES ET TOTAL
110100*                    DES ESSAIS PAR FLUX ACCEPTE, ENREGISTREMENTS
110200*                    HORS CONTROLE
110300*----------------------------------------------------------------
110400 3300-COUNT-FEEDS.
110500     PERFORM 3310-OPEN-FEEDS THRU 3310-EXIT.
110600     IF CN-FATAL-ERROR
110700         GO TO 3300-EXIT
110800     END-IF.
110900     PERFORM 3390-READ-FEEDLOG THRU 3390-EXIT.
111000     PERFORM 3320-COUNT-ONE-LOG THRU 3320-EXIT
111100         UNTIL CN-FEEDLOG-AT-END.
111200     PERFORM 3395-READ-FEEDDTL THRU 3395-EXIT.
111300     PERFORM 3330-COUNT-ONE-DTL THRU 3330-EXIT
111400         UNTIL CN-FEEDDTL-AT-END.
111500     CLOSE FEEDLOG-FILE FEEDDTL-FILE.
111600     MOVE "N" TO CN-FEEDLOG-OPENED-SWITCH
111700                 CN-FEEDDTL-OPENED-SWITCH.
111800 3300-EXIT.
111900     EXIT.
112000*----------------------------------------------------------------
112100* 3310-OPEN-FEEDS - OUVERTURE DES FLUX RECUS EN LECTURE
112200*----------------------------------------------------------------
112300 3310-OPEN-FEEDS.
112400     MOVE "N" TO CN-FEEDLOG-EOF-SWITCH
112500                 CN-FEEDDTL-EOF-SWITCH.
112600     OPEN INPUT FEEDLOG-FILE.
112700     IF CN-FEEDLOG-STATUS NOT = "00"
112800         DISPLAY "Ouverture FEEDLOG en echec, statut "
112900             CN-FEEDLOG-STATUS "."
113000         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
113100         MOVE 12 TO CN-RETURN-CODE
113200         GO TO 3310-EXIT
113300     END-IF.
113400     MOVE "Y" TO CN-FEEDLOG-OPENED-SWITCH.
113500     OPEN INPUT FEEDDTL-FILE.
113600     IF CN-FEEDDTL-STATUS NOT = "00"
113700         DISPLAY "Ouverture FEEDDTL en echec, statut "
113800             CN-FEEDDTL-STATUS "."
113900         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
114000         MOVE 12 TO CN-RETURN-CODE
114100         GO TO 3310-EXIT
114200     END-IF.
114300     MOVE "Y" TO CN-FEEDDTL-OPENED-SWITCH.
114400 3310-EXIT.
114500     EXIT.
114600*----------------------------------------------------------------
114700* 3320-COUNT-ONE-LOG - UNE PARTIE DES FLUX : RATTACHEE A SON
114800*                      ENREGISTREMENT DE CONTROLE, SINON HORS
114900*                      CONTROLE
115000*----------------------------------------------------------------
115100 3320-COUNT-ONE-LOG.
115200     MOVE CN-LI-SITE TO CN-KEY-SITE.
115300     MOVE CN-LI-DATE TO CN-KEY-DATE.
115400     PERFORM 3350-FIND-ANY-FEED THRU 3350-EXIT.
115500     IF CN-FOUND
115600         ADD 1 TO CN-FD-LOG-READ (CN-FEED-J)
115700         ADD CN-LI-ATTEMPTS TO CN-FD-ATT-READ (CN-FEED-J)
115800     ELSE
115900         PERFORM 3360-OUT-OF-CONTROL THRU 3360-EXIT
116000     END-IF.
116100     PERFORM 3390-READ-FEEDLOG THRU 3390-EXIT.
116200 3320-EXIT.
116300     EXIT.
116400*----------------------------------------------------------------
116500* 3330-COUNT-ONE-DTL - UNE LIGNE DE DETAIL DES FLUX
116600*----------------------------------------------------------------
116700 3330-COUNT-ONE-DTL.
116800     MOVE CN-DI-SITE TO CN-KEY-SITE.
116900     MOVE CN-DI-DATE TO CN-KEY-DATE.
117000     PERFORM 3350-FIND-ANY-FEED THRU 3350-EXIT.
117100     IF CN-FOUND
117200         ADD 1 TO CN-FD-DTL-READ (CN-FEED-J)
117300     ELSE
117400         PERFORM 3360-OUT-OF-CONTROL THRU 3360-EXIT
117500     END-IF.
117600     PERFORM 3395-READ-FEEDDTL THRU 3395-EXIT.
117700 3330-EXIT.
117800     EXIT.
117900*----------------------------------------------------------------
118000* 3350-FIND-ANY-FEED - RECHERCHE DU PREMIER FLUX DU SITE ET DE LA
118100*                      DATE, ACCEPTE OU NON ; RANG DANS CN-FEED-J
118200*----------------------------------------------------------------
118300 3350-FIND-ANY-FEED.
118400     MOVE "N" TO CN-FOUND-SWITCH.
118500     MOVE ZERO TO CN-FEED-J.
118600     PERFORM 3355-TEST-ANY-FEED THRU 3355-EXIT
118700         UNTIL CN-FEED-J >= CN-FEED-COUNT
118800             OR CN-FOUND.
118900 3350-EXIT.
119000     EXIT.
119100*----------------------------------------------------------------
119200* 3355-TEST-ANY-FEED - UN FLUX DE LA TABLE
119300*----------------------------------------------------------------
119400 3355-TEST-ANY-FEED.
119500     ADD 1 TO CN-FEED-J.
119600     IF CN-FD-SITE (CN-FEED-J) = CN-KEY-SITE
119700             AND CN-FD-DATE (CN-FEED-J) = CN-KEY-DATE
119800         MOVE "Y" TO CN-FOUND-SWITCH
119900     END-IF.
120000 3355-EXIT.
120100     EXIT.
120200*----------------------------------------------------------------
120300* 3360-OUT-OF-CONTROL - ENREGISTREMENT SANS CONTROLE : NON
120400*                       INTEGRE ; LES FLUX DU MEME SITE SONT
120500*                       REFUSES (EXTRAIT DEBORDANT SA DATE)
120600*----------------------------------------------------------------
120700 3360-OUT-OF-CONTROL.
120800     ADD 1 TO CN-OUT-OF-CONTROL.
120900     MOVE ZERO TO CN-FEED-I.
121000     PERFORM 3365-REFUSE-SITE-FEED THRU 3365-EXIT
121100         UNTIL CN-FEED-I >= CN-FEED-COUNT.
121200 3360-EXIT.
121300     EXIT.
121400*----------------------------------------------------------------
121500* 3365-REFUSE-SITE-FEED - REFUS D'UN FLUX DU SITE DE
121600*                         L'ENREGISTREMENT HORS CONTROLE
121700*----------------------------------------------------------------
121800 3365-REFUSE-SITE-FEED.
121900     ADD 1 TO CN-FEED-I.
122000     IF CN-FD-ACCEPTED (CN-FEED-I)
122100             AND CN-FD-SITE (CN-FEED-I) = CN-KEY-SITE
122200         MOVE CN-FEED-I TO CN-FEED-SUB
122300         MOVE "DATES HORS CONTROLE AU FLUX"
122400             TO CN-REFUSE-REASON
122500         PERFORM 3190-REFUSE-FEED THRU 3190-EXIT
122600     END-IF.
122700 3365-EXIT.
122800     EXIT.
122900*----------------------------------------------------------------
123000* 3390-READ-FEEDLOG - LECTURE D'UNE PARTIE DES FLUX RECUS
123100*----------------------------------------------------------------
123200 3390-READ-FEEDLOG.
123300     READ FEEDLOG-FILE INTO CN-LOG-IMAGE
123400         AT END
123500             MOVE "Y" TO CN-FEEDLOG-EOF-SWITCH
123600             GO TO 3390-EXIT
123700     END-READ.
123800     IF CN-FEEDLOG-STATUS NOT = "00"
123900         DISPLAY "Lecture FEEDLOG en echec, statut "
124000             CN-FEEDLOG-STATUS "."
124100         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
124200         MOVE 12 TO CN-RETURN-CODE
124300         MOVE "Y" TO CN-FEEDLOG-EOF-SWITCH
124400     END-IF.
124500 3390-EXIT.
124600     EXIT.
124700*----------------------------------------------------------------
124800* 3395-READ-FEEDDTL - LECTURE D'UNE LIGNE DE DETAIL DES FLUX
124900*----------------------------------------------------------------
125000 3395-READ-FEEDDTL.
125100     READ FEEDDTL-FILE INTO CN-DTL-IMAGE
125200         AT END
125300             MOVE "Y" TO CN-FEEDDTL-EOF-SWITCH
125400             GO TO 3395-EXIT
125500     END-READ.
125600     IF CN-FEEDDTL-STATUS NOT = "00"
125700         DISPLAY "Lecture FEEDDTL en echec, statut "
125800             CN-FEEDDTL-STATUS "."
125900         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
126000         MOVE 12 TO CN-RETURN-CODE
126100         MOVE "Y" TO CN-FEEDDTL-EOF-SWITCH
126200     END-IF.
126300 3395-EXIT.
126400     EXIT.
126500*----------------------------------------------------------------
126600* 3400-CHECK-COUNTS - COMPARAISON DES COMPTES RELUS AVEC LE
126700*                     CONTROLE DE CHAQUE FLUX ENCORE ACCEPTE
126800*----------------------------------------------------------------
126900 3400-CHECK-COUNTS.
127000     MOVE ZERO TO CN-FEED-SUB.
127100     PERFORM 3410-CHECK-ONE-FEED THRU 3410-EXIT
127200         UNTIL CN-FEED-SUB >= CN-FEED-COUNT.
127300     IF CN-OUT-OF-CONTROL > ZERO
127400         DISPLAY "Enregistrements hors controle non integres : "
127500             CN-OUT-OF-CONTROL
127600         IF CN-RETURN-CODE < 4
127700             MOVE 4 TO CN-RETURN-CODE
127800         END-IF
127900     END-IF.
128000 3400-EXIT.
128100     EXIT.
128200*----------------------------------------------------------------
128300* 3410-CHECK-ONE-FEED - UN FLUX : PARTIES, LIGNES DE DETAIL ET
128400*                       TOTAL DES ESSAIS
128500*----------------------------------------------------------------
128600 3410-CHECK-ONE-FEED.
128700     ADD 1 TO CN-FEED-SUB.
128800     IF NOT CN-FD-ACCEPTED (CN-FEED-SUB)
128900         GO TO 3410-EXIT
129000     END-IF.
129100     IF CN-FD-LOG-READ (CN-FEED-SUB)
129200             NOT = CN-FD-CTL-LOG (CN-FEED-SUB)
129300         MOVE "COMPTE GAMELOG DISCORDANT" TO CN-REFUSE-REASON
129400         PERFORM 3190-REFUSE-FEED THRU 3190-EXIT
129500         GO TO 3410-EXIT
129600     END-IF.
129700     IF CN-FD-DTL-READ (CN-FEED-SUB)
129800             NOT = CN-FD-CTL-DTL (CN-FEED-SUB)
129900         MOVE "COMPTE GAMEDTL DISCORDANT" TO CN-REFUSE-REASON
130000         PERFORM 3190-REFUSE-FEED THRU 3190-EXIT
130100         GO TO 3410-EXIT
130200     END-IF.
130300     IF CN-FD-ATT-READ (CN-FEED-SUB)
130400             NOT = CN-FD-CTL-ATT (CN-FEED-SUB)
130500         MOVE "TOTAL DES ESSAIS DISCORDANT" TO CN-REFUSE-REASON
130600         PERFORM 3190-REFUSE-FEED THRU 3190-EXIT
130700     END-IF.
130800 3410-EXIT.
130900     EXIT.
131000*----------------------------------------------------------------
131100* 3500-COPY-FEEDS - DEUXIEME LECTURE DES FLUX : AJOUT DES FLUX
131200*                   ACCEPTES EN FIN DE GAMELOG ET PAR CLE AU
131300*                   GAMEDTL CENTRAL, STATISTIQUES DE COMPARAISON
131400*----------------------------------------------------------------
131500 3500-COPY-FEEDS.
131600     MOVE ZERO TO CN-FEED-SUB.
131700     PERFORM 3505-COUNT-ACCEPTED THRU 3505-EXIT
131800         UNTIL CN-FEED-SUB >= CN-FEED-COUNT.
131900     IF CN-FEEDS-ACCEPTED = ZERO
132000         DISPLAY "Aucun flux accepte - GAMELOG central inchange."
132100         GO TO 3500-EXIT
132200     END-IF.
132300     PERFORM 3310-OPEN-FEEDS THRU 3310-EXIT.
132400     IF CN-FATAL-ERROR
132500         GO TO 3500-EXIT
132600     END-IF.
132700     OPEN EXTEND GAMELOG-FILE.
132800     IF CN-GAMELOG-STATUS NOT = "00"
132900         DISPLAY "Ouverture GAMELOG en ajout en echec, statut "
133000             CN-GAMELOG-STATUS "."
133100         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
133200         MOVE 12 TO CN-RETURN-CODE
133300         GO TO 3500-EXIT
133400     END-IF.
133500     MOVE "Y" TO CN-GAMELOG-OPENED-SWITCH.
133600     OPEN I-O GAMEDTL-FILE.
133700     IF CN-GAMEDTL-STATUS NOT = "00"
133800         DISPLAY "Ouverture GAMEDTL en mise a jour en echec, "
133850             "statut "
133900             CN-GAMEDTL-STATUS "."
134000         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
134100         MOVE 12 TO CN-RETURN-CODE
134200         GO TO 3500-EXIT
134300     END-IF.
134400     MOVE "Y" TO CN-GAMEDTL-OPENED-SWITCH.
134500     PERFORM 3390-READ-FEEDLOG THRU 3390-EXIT.
134600     PERFORM 3510-COPY-ONE-LOG THRU 3510-EXIT
134700         UNTIL CN-FEEDLOG-AT-END.
134800     PERFORM 3395-READ-FEEDDTL THRU 3395-EXIT.
134900     PERFORM 3520-COPY-ONE-DTL THRU 3520-EXIT
135000         UNTIL CN-FEEDDTL-AT-END.
135100     PERFORM 9100-CLOSE-FILES THRU 9100-EXIT.
135200     IF NOT CN-FATAL-ERROR
135300         MOVE "Y" TO CN-COPY-DONE-SWITCH
135400     END-IF.
135500 3500-EXIT.
135600     EXIT.
135700*----------------------------------------------------------------
135800* 3505-COUNT-ACCEPTED - DECOMPTE DES FLUX ACCEPTES ET REFUSES
135900*----------------------------------------------------------------
136000 3505-COUNT-ACCEPTED.
136100     ADD 1 TO CN-FEED-SUB.
136200     IF CN-FD-ACCEPTED (CN-FEED-SUB)
136300         ADD 1 TO CN-FEEDS-ACCEPTED
136400     ELSE
136500         ADD 1 TO CN-FEEDS-REFUSED
136600     END-IF.
136700 3505-EXIT.
136800     EXIT.
136900*----------------------------------------------------------------
137000* 3510-COPY-ONE-LOG - UNE PARTIE D'UN FLUX ACCEPTE : AJOUT AU
137100*                     GAMELOG CENTRAL ET STATISTIQUES DU FLUX
137200*----------------------------------------------------------------
137300 3510-COPY-ONE-LOG.
137400     MOVE CN-LI-SITE TO CN-KEY-SITE.
137500     MOVE CN-LI-DATE TO CN-KEY-DATE.
137600     PERFORM 3290-FIND-FEED THRU 3290-EXIT.
137700     IF NOT CN-FOUND
137800         GO TO 3510-NEXT
137900     END-IF.
138000     WRITE GAMELOG-RECORD FROM CN-LOG-IMAGE.
138100     IF CN-GAMELOG-STATUS NOT = "00"
138200         DISPLAY "Ecriture GAMELOG en echec, statut "
138300             CN-GAMELOG-STATUS "."
138400         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
138500         MOVE 12 TO CN-RETURN-CODE
138600         MOVE "Y" TO CN-FEEDLOG-EOF-SWITCH
138700         GO TO 3510-EXIT
138800     END-IF.
138900     ADD 1 TO CN-LOG-COPIED.
139000     EVALUATE TRUE
139100         WHEN CN-LI-WIN
139200             ADD 1 TO CN-FD-WINS (CN-FEED-J)
139300         WHEN CN-LI-LOSE
139400             ADD 1 TO CN-FD-LOSSES (CN-FEED-J)
139500         WHEN CN-LI-DRAW
139600             ADD 1 TO CN-FD-DRAWS (CN-FEED-J)
139700         WHEN OTHER
139800             CONTINUE
139900     END-EVALUATE.
140000     IF CN-LI-DUEL-ID IS NUMERIC
140100             AND CN-LI-DUEL-ID > ZERO
140200         ADD 1 TO CN-FD-DUELS (CN-FEED-J)
140300     END-IF.
140400     IF CN-LI-CHALLENGE-GAME
140500         ADD 1 TO CN-FD-CHALLENGES (CN-FEED-J)
140600     END-IF.
140700 3510-NEXT.
140800     PERFORM 3390-READ-FEEDLOG THRU 3390-EXIT.
140900 3510-EXIT.
141000     EXIT.
141100*----------------------------------------------------------------
141200* 3520-COPY-ONE-DTL - UNE LIGNE DE DETAIL D'UN FLUX ACCEPTE :
141300*                     AJOUT AU GAMEDTL CENTRAL, NUMERO DE PARTIE
141310*                     DECALE DU PLUS HAUT DEJA PRESENT AU
141320*                     CENTRAL POUR LA DATE ET LE JOUEUR
141400*----------------------------------------------------------------
141500 3520-COPY-ONE-DTL.
141600     MOVE CN-DI-SITE TO CN-KEY-SITE.
141700     MOVE CN-DI-DATE TO CN-KEY-DATE.
141800     PERFORM 3290-FIND-FEED THRU 3290-EXIT.
141900     IF NOT CN-FOUND
142000         GO TO 3520-NEXT
142100     END-IF.
142110     IF CN-DI-SITE NOT = CN-CUR-SITE
142115             OR CN-DI-DATE NOT = CN-CUR-DATE
142120             OR CN-DI-PLAYER NOT = CN-CUR-PLAYER
142125         PERFORM 3530-START-GROUP THRU 3530-EXIT
142130         IF CN-FATAL-ERROR
142135             MOVE "Y" TO CN-FEEDDTL-EOF-SWITCH
142140             GO TO 3520-EXIT
142145         END-IF
142150     END-IF.
142155     COMPUTE CN-NEW-SEQ = CN-DI-GAME-SEQ + CN-CUR-OFFSET.
142160     IF CN-NEW-SEQ > 999
142165         DISPLAY "Numero de partie hors limite : " CN-DI-PLAYER
142170             " " CN-DI-DATE " " CN-NEW-SEQ "."
142175         ADD 1 TO CN-DTL-DUPLICATES
142179         ADD 1 TO CN-FD-DTL-REJECTED (CN-FEED-J)
142180         MOVE 8 TO CN-RETURN-CODE
142185         GO TO 3520-NEXT
142190     END-IF.
142195     IF CN-CUR-OFFSET > ZERO
142200         MOVE CN-NEW-SEQ TO CN-DI-GAME-SEQ
142205         ADD 1 TO CN-DTL-RENUMBERED
142210     END-IF.
142215     WRITE GAMEDTL-RECORD FROM CN-DTL-IMAGE
142220         INVALID KEY
142225             DISPLAY "Cle GAMEDTL deja presente : " CN-DI-PLAYER
142230                 " " CN-DI-DATE " " CN-DI-GAME-SEQ "."
142235             ADD 1 TO CN-DTL-DUPLICATES
142239             ADD 1 TO CN-FD-DTL-REJECTED (CN-FEED-J)
142240             MOVE 8 TO CN-RETURN-CODE
142245             GO TO 3520-NEXT
142250     END-WRITE.
142300     IF CN-GAMEDTL-STATUS NOT = "00"
142400         DISPLAY "Ecriture GAMEDTL en echec, statut "
142500             CN-GAMEDTL-STATUS "."
142600         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
142700         MOVE 12 TO CN-RETURN-CODE
142800         MOVE "Y" TO CN-FEEDDTL-EOF-SWITCH
142900         GO TO 3520-EXIT
143000     END-IF.
143100     ADD 1 TO CN-DTL-COPIED.
143120     IF CN-DI-GAME-SEQ > CN-GC-MAX-SEQ (CN-GC-SUB)
143140         MOVE CN-DI-GAME-SEQ TO CN-GC-MAX-SEQ (CN-GC-SUB)
143160     END-IF.
143200 3520-NEXT.
143300     PERFORM 3395-READ-FEEDDTL THRU 3395-EXIT.
143400 3520-EXIT.
143500     EXIT.
143502*----------------------------------------------------------------
143504* 3530-START-GROUP - PREMIERE LIGNE D'UN SITE, D'UNE DATE ET D'UN
143506*                    JOUEUR (FLUX DANS L'ORDRE DE CLE DU SITE) :
143508*                    LE DECALAGE EST LE PLUS HAUT NUMERO DE
143510*                    PARTIE DEJA PRESENT AU CENTRAL
143512*----------------------------------------------------------------
143514 3530-START-GROUP.
143516     MOVE CN-DI-SITE TO CN-CUR-SITE.
143518     MOVE CN-DI-DATE TO CN-CUR-DATE.
143520     MOVE CN-DI-PLAYER TO CN-CUR-PLAYER.
143522     MOVE "N" TO CN-FOUND-SWITCH.
143524     MOVE ZERO TO CN-GC-I.
143526     PERFORM 3535-TEST-ONE-GC THRU 3535-EXIT
143528         UNTIL CN-GC-I >= CN-GC-COUNT
143530             OR CN-FOUND.
143532     IF CN-FOUND
143534         MOVE CN-GC-I TO CN-GC-SUB
143536         MOVE CN-GC-MAX-SEQ (CN-GC-SUB) TO CN-CUR-OFFSET
143538         GO TO 3530-EXIT
143540     END-IF.
143542     IF CN-GC-COUNT >= 5000
143544         DISPLAY "Table des numeros de partie pleine (5000)."
143546         MOVE "Y" TO CN-FATAL-ERROR-SWITCH
143548         MOVE 8 TO CN-RETURN-CODE
143550         GO TO 3530-EXIT
143552     END-IF.
143554     ADD 1 TO CN-GC-COUNT.
143556     MOVE CN-GC-COUNT TO CN-GC-SUB.
143558     MOVE CN-DI-DATE TO CN-GC-DATE (CN-GC-SUB).
143560     MOVE CN-DI-PLAYER TO CN-GC-PLAYER (CN-GC-SUB).
143562     MOVE ZERO TO CN-GC-MAX-SEQ (CN-GC-SUB).
143564     MOVE ZERO TO CN-CUR-OFFSET.
143566 3530-EXIT.
143568     EXIT.
143570*----------------------------------------------------------------
143572* 3535-TEST-ONE-GC - UNE ENTREE DE LA TABLE DES NUMEROS DE PARTIE
143574*----------------------------------------------------------------
143576 3535-TEST-ONE-GC.
143578     ADD 1 TO CN-GC-I.
143580     IF CN-GC-DATE (CN-GC-I) = CN-DI-DATE
143582             AND CN-GC-PLAYER (CN-GC-I) = CN-DI-PLAYER
143584         MOVE "Y" TO CN-FOUND-SWITCH
143586     END-IF.
143588 3535-EXIT.
143590     EXIT.
143600*----------------------------------------------------------------
143700* 7000-PRINT-REPORT - ETAT DE CONSOLIDATION : CONTROLE DES FLUX,
143800*                     COMPARAISON SITE A SITE, FLUX ATTENDUS
143900*                     ABSENTS ET TOTAUX
144000*----------------------------------------------------------------
144100 7000-PRINT-REPORT.
144200     MOVE ZERO TO CN-EXPECTED-I.
144300     PERFORM 7010-EDIT-EXPECTED THRU 7010-EXIT
144400         UNTIL CN-EXPECTED-I >= 4.
144500     PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT.
144600     MOVE "CONTROLE DES FLUX RECUS" TO CN-SL-TITLE.
144700     PERFORM 7050-PRINT-SECTION THRU 7050-EXIT.
144800     WRITE CONSOL-PRINT-LINE FROM CN-FEED-HEADING-1
144900         AFTER ADVANCING 1 LINE.
145000     ADD 1 TO CN-LINE-COUNT.
145100     MOVE ZERO TO CN-FEED-SUB.
145200     PERFORM 7200-PRINT-ONE-FEED THRU 7200-EXIT
145300         UNTIL CN-FEED-SUB >= CN-FEED-COUNT.
145400     MOVE "COMPARAISON SITE A SITE (FLUX INTEGRES)"
145500         TO CN-SL-TITLE.
145600     PERFORM 7050-PRINT-SECTION THRU 7050-EXIT.
145700     WRITE CONSOL-PRINT-LINE FROM CN-COMPARE-HEADING-1
145800         AFTER ADVANCING 1 LINE.
145900     ADD 1 TO CN-LINE-COUNT.
146000     MOVE ZERO TO CN-FEED-SUB.
146100     PERFORM 7300-PRINT-ONE-COMPARE THRU 7300-EXIT
146200         UNTIL CN-FEED-SUB >= CN-FEED-COUNT.
146300     MOVE "FLUX ATTENDUS ABSENTS" TO CN-SL-TITLE.
146400     PERFORM 7050-PRINT-SECTION THRU 7050-EXIT.
146500     MOVE ZERO TO CN-EXPECTED-I.
146600     PERFORM 7400-CHECK-ONE-EXPECTED THRU 7400-EXIT
146700         UNTIL CN-EXPECTED-I >= 4.
146800     IF CN-FEEDS-MISSING > ZERO
146900         IF CN-RETURN-CODE < 4
147000             MOVE 4 TO CN-RETURN-CODE
147100         END-IF
147200     END-IF.
147300     PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT.
147400 7000-EXIT.
147500     EXIT.
147600*----------------------------------------------------------------
147700* 7010-EDIT-EXPECTED - SITES ATTENDUS EN ENTETE D'ETAT
147800*----------------------------------------------------------------
147900 7010-EDIT-EXPECTED.
148000     ADD 1 TO CN-EXPECTED-I.
148100     MOVE CN-EXPECTED-SITE (CN-EXPECTED-I)
148200         TO CN-HDG-SITE (CN-EXPECTED-I).
148300 7010-EXIT.
148400     EXIT.
148500*----------------------------------------------------------------
148600* 7050-PRINT-SECTION - TITRE D'UNE SECTION DE L'ETAT
148700*----------------------------------------------------------------
148800 7050-PRINT-SECTION.
148900     IF CN-LINE-COUNT > CN-LINES-PER-PAGE - 6
149000         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
149100     END-IF.
149200     MOVE SPACES TO CONSOL-PRINT-LINE.
149300     WRITE CONSOL-PRINT-LINE AFTER ADVANCING 1 LINE.
149400     WRITE CONSOL-PRINT-LINE FROM CN-SECTION-LINE
149500         AFTER ADVANCING 1 LINE.
149600     ADD 2 TO CN-LINE-COUNT.
149700 7050-EXIT.
149800     EXIT.
149900*----------------------------------------------------------------
150000* 7100-PRINT-HEADINGS - ENTETE DE PAGE
150100*----------------------------------------------------------------
150200 7100-PRINT-HEADINGS.
150300     ADD 1 TO CN-PAGE-NUMBER.
150400     MOVE CN-PAGE-NUMBER TO CN-HDG-PAGE.
150500     MOVE CN-REPORT-DATE TO CN-HDG-DATE.
150600     WRITE CONSOL-PRINT-LINE FROM CN-HEADING-LINE-1
150700         AFTER ADVANCING PAGE.
150800     WRITE CONSOL-PRINT-LINE FROM CN-HEADING-LINE-2
150900         AFTER ADVANCING 1 LINE.
151000     MOVE 2 TO CN-LINE-COUNT.
151100 7100-EXIT.
151200     EXIT.
151300*----------------------------------------------------------------
151400* 7150-CHECK-PAGE - SAUT DE PAGE AVANT UNE LIGNE DE DETAIL
151500*----------------------------------------------------------------
151600 7150-CHECK-PAGE.
151700     IF CN-LINE-COUNT >= CN-LINES-PER-PAGE
151800         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
151900     END-IF.
152000 7150-EXIT.
152100     EXIT.
152200*----------------------------------------------------------------
152300* 7200-PRINT-ONE-FEED - LIGNE DE CONTROLE D'UN FLUX RECU
152400*----------------------------------------------------------------
152500 7200-PRINT-ONE-FEED.
152600     ADD 1 TO CN-FEED-SUB.
152700     PERFORM 7150-CHECK-PAGE THRU 7150-EXIT.
152800     MOVE CN-FD-SITE (CN-FEED-SUB) TO CN-FL-SITE.
152900     MOVE CN-FD-DATE (CN-FEED-SUB) TO CN-FL-DATE.
153000     MOVE CN-FD-SEND-DATE (CN-FEED-SUB) TO CN-FL-SEND-DATE.
153100     MOVE CN-FD-CTL-LOG (CN-FEED-SUB) TO CN-FL-CTL-LOG.
153200     MOVE CN-FD-LOG-READ (CN-FEED-SUB) TO CN-FL-LOG-READ.
153300     MOVE CN-FD-CTL-DTL (CN-FEED-SUB) TO CN-FL-CTL-DTL.
153400     MOVE CN-FD-DTL-READ (CN-FEED-SUB) TO CN-FL-DTL-READ.
153450     MOVE CN-FD-DTL-REJECTED (CN-FEED-SUB) TO CN-FL-DTL-REJ.
153500     MOVE CN-FD-CTL-ATT (CN-FEED-SUB) TO CN-FL-CTL-ATT.
153600     MOVE CN-FD-ATT-READ (CN-FEED-SUB) TO CN-FL-ATT-READ.
153700     IF CN-FD-ACCEPTED (CN-FEED-SUB)
153800         IF CN-COPY-DONE
153900             MOVE "INTEGRE " TO CN-FL-STATUS
154000         ELSE
154100             MOVE "ACCEPTE " TO CN-FL-STATUS
154200         END-IF
154300     ELSE
154400         MOVE "REFUSE  " TO CN-FL-STATUS
154500     END-IF.
154600     MOVE CN-FD-REASON (CN-FEED-SUB) TO CN-FL-REASON.
154610     IF CN-COPY-DONE
154620             AND CN-FD-DTL-REJECTED (CN-FEED-SUB) > ZERO
154630         MOVE "PARTIEL " TO CN-FL-STATUS
154640         MOVE "DETAIL REJETE - NON EQUILIBRE" TO CN-FL-REASON
154650     END-IF.
154700     WRITE CONSOL-PRINT-LINE FROM CN-FEED-LINE
154800         AFTER ADVANCING 1 LINE.
154900     ADD 1 TO CN-LINE-COUNT.
155000 7200-EXIT.
155100     EXIT.
155200*----------------------------------------------------------------
155300* 7300-PRINT-ONE-COMPARE - LIGNE DE COMPARAISON D'UN FLUX INTEGRE
155400*                          (PART = PARTIES DU SITE SUR LE TOTAL
155500*                          DES SITES INTEGRES POUR LA MEME DATE)
155600*----------------------------------------------------------------
155700 7300-PRINT-ONE-COMPARE.
155800     ADD 1 TO CN-FEED-SUB.
155900     IF NOT CN-FD-ACCEPTED (CN-FEED-SUB)
156000             OR NOT CN-COPY-DONE
156100         GO TO 7300-EXIT
156200     END-IF.
156300     PERFORM 7150-CHECK-PAGE THRU 7150-EXIT.
156400     MOVE CN-FD-SITE (CN-FEED-SUB) TO CN-CL-SITE.
156500     MOVE CN-FD-DATE (CN-FEED-SUB) TO CN-CL-DATE.
156600     MOVE CN-FD-LOG-READ (CN-FEED-SUB) TO CN-CL-GAMES.
156700     MOVE CN-FD-WINS (CN-FEED-SUB) TO CN-CL-WINS.
156800     MOVE CN-FD-LOSSES (CN-FEED-SUB) TO CN-CL-LOSSES.
156900     MOVE CN-FD-DRAWS (CN-FEED-SUB) TO CN-CL-DRAWS.
157000     MOVE CN-FD-DUELS (CN-FEED-SUB) TO CN-CL-DUELS.
157100     MOVE CN-FD-CHALLENGES (CN-FEED-SUB) TO CN-CL-CHALLENGES.
157200     MOVE CN-FD-DTL-READ (CN-FEED-SUB) TO CN-CL-DETAIL.
157300     MOVE ZERO TO CN-CL-WIN-PCT CN-CL-AVG-ATT CN-CL-SHARE.
157400     IF CN-FD-LOG-READ (CN-FEED-SUB) > ZERO
157500         COMPUTE CN-PCT-WORK ROUNDED =
157600             CN-FD-WINS (CN-FEED-SUB) * 100
157700                 / CN-FD-LOG-READ (CN-FEED-SUB)
157800         MOVE CN-PCT-WORK TO CN-CL-WIN-PCT
157900         COMPUTE CN-CL-AVG-ATT ROUNDED =
158000             CN-FD-ATT-READ (CN-FEED-SUB)
158100                 / CN-FD-LOG-READ (CN-FEED-SUB)
158200     END-IF.
158300     MOVE ZERO TO CN-DATE-GAMES.
158400     MOVE ZERO TO CN-FEED-I.
158500     PERFORM 7310-ADD-DATE-GAMES THRU 7310-EXIT
158600         UNTIL CN-FEED-I >= CN-FEED-COUNT.
158700     IF CN-DATE-GAMES > ZERO
158800         COMPUTE CN-PCT-WORK ROUNDED =
158900             CN-FD-LOG-READ (CN-FEED-SUB) * 100 / CN-DATE-GAMES
159000         MOVE CN-PCT-WORK TO CN-CL-SHARE
159100     END-IF.
159200     WRITE CONSOL-PRINT-LINE FROM CN-COMPARE-LINE
159300         AFTER ADVANCING 1 LINE.
159400     ADD 1 TO CN-LINE-COUNT.
159500 7300-EXIT.
159600     EXIT.
159700*----------------------------------------------------------------
159800* 7310-ADD-DATE-GAMES - CUMUL DES PARTIES INTEGREES DE LA DATE
159900*----------------------------------------------------------------
160000 7310-ADD-DATE-GAMES.
160100     ADD 1 TO CN-FEED-I.
160200     IF CN-FD-ACCEPTED (CN-FEED-I)
160300             AND CN-FD-DATE (CN-FEED-I) = CN-FD-DATE (CN-FEED-SUB)
160400         ADD CN-FD-LOG-READ (CN-FEED-I) TO CN-DATE-GAMES
160500     END-IF.
160600 7310-EXIT.
160700     EXIT.
160800*----------------------------------------------------------------
160900* 7400-CHECK-ONE-EXPECTED - UN SITE ATTENDU : FLUX DE LA DATE DE
161000*                           GESTION INTEGRE CE SOIR OU LORS D'UN
161100*                           PASSAGE PRECEDENT, SINON SIGNALE
161200*----------------------------------------------------------------
161300 7400-CHECK-ONE-EXPECTED.
161400     ADD 1 TO CN-EXPECTED-I.
161500     IF CN-EXPECTED-SITE (CN-EXPECTED-I) = SPACES
161600             OR NOT CN-RUNCTL-PRESENT
161700         GO TO 7400-EXIT
161800     END-IF.
161900     MOVE CN-EXPECTED-SITE (CN-EXPECTED-I) TO CN-KEY-SITE.
162000     MOVE CN-BUSINESS-DATE TO CN-KEY-DATE.
162100     PERFORM 3290-FIND-FEED THRU 3290-EXIT.
162200     IF CN-FOUND AND CN-COPY-DONE
162300         GO TO 7400-EXIT
162400     END-IF.
162500     MOVE CN-KEY-SITE TO CN-STAMP-SITE.
162600     PERFORM 3130-FIND-STAMP THRU 3130-EXIT.
162700     IF CN-FOUND
162800             AND CN-STAMP-DATE NOT < CN-BUSINESS-DATE
162900         GO TO 7400-EXIT
163000     END-IF.
163100     ADD 1 TO CN-FEEDS-MISSING.
163200     DISPLAY "Flux attendu du site " CN-KEY-SITE
163300         " absent pour le " CN-BUSINESS-DATE ".".
163400     PERFORM 7150-CHECK-PAGE THRU 7150-EXIT.
163500     MOVE CN-KEY-SITE TO CN-MI-SITE.
163600     MOVE CN-BUSINESS-DATE TO CN-MI-DATE.
163700     WRITE CONSOL-PRINT-LINE FROM CN-MISSING-LINE
163800         AFTER ADVANCING 1 LINE.
163900     ADD 1 TO CN-LINE-COUNT.
164000 7400-EXIT.
164100     EXIT.
164200*----------------------------------------------------------------
164300* 7500-PRINT-TOTALS - TOTAUX DE CONTROLE DU PASSAGE
164400*----------------------------------------------------------------
164500 7500-PRINT-TOTALS.
164600     IF CN-LINE-COUNT > CN-LINES-PER-PAGE - 14
164700         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
164800     END-IF.
164900     MOVE SPACES TO CONSOL-PRINT-LINE.
165000     WRITE CONSOL-PRINT-LINE AFTER ADVANCING 1 LINE.
165100     MOVE "FLUX RECUS            : " TO CN-TL-LABEL.
165200     MOVE CN-CTL-READ TO CN-TL-COUNT.
165300     PERFORM 7510-WRITE-TOTAL THRU 7510-EXIT.
165400     MOVE "FLUX INTEGRES         : " TO CN-TL-LABEL.
165500     IF CN-COPY-DONE
165600         MOVE CN-FEEDS-ACCEPTED TO CN-TL-COUNT
165700     ELSE
165800         MOVE ZERO TO CN-TL-COUNT
165900     END-IF.
166000     PERFORM 7510-WRITE-TOTAL THRU 7510-EXIT.
166100     MOVE "FLUX REFUSES          : " TO CN-TL-LABEL.
166200     MOVE CN-FEEDS-REFUSED TO CN-TL-COUNT.
166300     PERFORM 7510-WRITE-TOTAL THRU 7510-EXIT.
166400     MOVE "FLUX ATTENDUS ABSENTS : " TO CN-TL-LABEL.
166500     MOVE CN-FEEDS-MISSING TO CN-TL-COUNT.
166600     PERFORM 7510-WRITE-TOTAL THRU 7510-EXIT.
166700     MOVE "PARTIES AJOUTEES      : " TO CN-TL-LABEL.
166800     MOVE CN-LOG-COPIED TO CN-TL-COUNT.
166900     PERFORM 7510-WRITE-TOTAL THRU 7510-EXIT.
167000     MOVE "LIGNES DETAIL AJOUTEES: " TO CN-TL-LABEL.
167100     MOVE CN-DTL-COPIED TO CN-TL-COUNT.
167200     PERFORM 7510-WRITE-TOTAL THRU 7510-EXIT.
167300     MOVE "HORS CONTROLE ECARTES : " TO CN-TL-LABEL.
167400     MOVE CN-OUT-OF-CONTROL TO CN-TL-COUNT.
167500     PERFORM 7510-WRITE-TOTAL THRU 7510-EXIT.
167520     MOVE "DETAIL RENUMEROTE     : " TO CN-TL-LABEL.
167540     MOVE CN-DTL-RENUMBERED TO CN-TL-COUNT.
167560     PERFORM 7510-WRITE-TOTAL THRU 7510-EXIT.
167580     MOVE "CLES GAMEDTL REJETEES : " TO CN-TL-LABEL.
167590     MOVE CN-DTL-DUPLICATES TO CN-TL-COUNT.
167595     PERFORM 7510-WRITE-TOTAL THRU 7510-EXIT.
167600 7500-EXIT.
167700     EXIT.
167800*----------------------------------------------------------------
167900* 7510-WRITE-TOTAL - ECRITURE D'UNE LIGNE DE TOTAL
168000*----------------------------------------------------------------
168100 7510-WRITE-TOTAL.
168200     WRITE CONSOL-PRINT-LINE FROM CN-TOTAL-LINE
168300         AFTER ADVANCING 1 LINE.
168400 7510-EXIT.
168500     EXIT.
168600*----------------------------------------------------------------
168700* 9000-TERMINATE - FERMETURE DES FICHIERS ET FIN DE PROGRAMME
168800*----------------------------------------------------------------
168900 9000-TERMINATE.
169000     PERFORM 9100-CLOSE-FILES THRU 9100-EXIT.
169100     IF CN-REPORT-IS-OPENED
169200         CLOSE CONSOL-REPORT
169300     END-IF.
169400     IF CN-MODE-SEND
169500         PERFORM 9200-STAMP-SEND THRU 9200-EXIT
169600     END-IF.
169700     IF CN-MODE-MERGE
169800         PERFORM 9300-STAMP-MERGE THRU 9300-EXIT
169900     END-IF.
170000     DISPLAY "Consolidation GGCONSOL terminee, code retour "
170100         CN-RETURN-CODE ".".
170200 9000-EXIT.
170300     EXIT.
170400*----------------------------------------------------------------
170500* 9100-CLOSE-FILES - FERMETURE DES FICHIERS DE DONNEES OUVERTS
170600*----------------------------------------------------------------
170700 9100-CLOSE-FILES.
170800     IF CN-GAMELOG-IS-OPENED
170900         CLOSE GAMELOG-FILE
171000         MOVE "N" TO CN-GAMELOG-OPENED-SWITCH
171100     END-IF.
171200     IF CN-GAMEDTL-IS-OPENED
171300         CLOSE GAMEDTL-FILE
171400         MOVE "N" TO CN-GAMEDTL-OPENED-SWITCH
171500     END-IF.
171600     IF CN-FEEDLOG-IS-OPENED
171700         CLOSE FEEDLOG-FILE
171800         MOVE "N" TO CN-FEEDLOG-OPENED-SWITCH
171900     END-IF.
172000     IF CN-FEEDDTL-IS-OPENED
172100         CLOSE FEEDDTL-FILE
172200         MOVE "N" TO CN-FEEDDTL-OPENED-SWITCH
172300     END-IF.
172400     IF CN-FEEDCTL-IS-OPENED
172500         CLOSE FEEDCTL-FILE
172600         MOVE "N" TO CN-FEEDCTL-OPENED-SWITCH
172700     END-IF.
172800 9100-EXIT.
172900     EXIT.
173000*----------------------------------------------------------------
173100* 9200-STAMP-SEND - SITE EMETTEUR : TAMPON "GGCONSOL" (DATE DU
173200*                   FLUX EMIS, NOMBRE DE PARTIES) ; PAS DE TAMPON
173300*                   SUR UN PASSAGE REFUSE OU EN ECHEC
173400*----------------------------------------------------------------
173500 9200-STAMP-SEND.
173600     IF NOT CN-RUNCTL-PRESENT
173700             OR CN-RETURN-CODE > 4
173800         GO TO 9200-EXIT
173900     END-IF.
174000     MOVE SPACES TO RUNCTL-RECORD.
174100     MOVE "P" TO RC-RECORD-TYPE.
174200     MOVE "GGCONSOL" TO RC-PROGRAM-NAME.
174300     MOVE CN-FEED-DATE TO RC-LAST-RUN-DATE.
174400     MOVE CN-RETURN-CODE TO RC-LAST-RC.
174500     MOVE CN-LOG-SENT TO RC-CONTROL-COUNT.
174600     MOVE "Y" TO RC-BALANCED-FLAG.
174700     MOVE "N" TO RC-FORCED-FLAG.
174800     IF CN-RC-SELF-SUB > ZERO
174900         MOVE RUNCTL-RECORD TO CN-RC-IMAGE (CN-RC-SELF-SUB)
175000     ELSE
175100         IF CN-RC-COUNT < 20
175200             ADD 1 TO CN-RC-COUNT
175300             MOVE RUNCTL-RECORD TO CN-RC-IMAGE (CN-RC-COUNT)
175400         END-IF
175500     END-IF.
175600     PERFORM 9400-REWRITE-RUNCTL THRU 9400-EXIT.
175700 9200-EXIT.
175800     EXIT.
175900*----------------------------------------------------------------
176000* 9300-STAMP-MERGE - SITE CENTRAL : TAMPON "GGCONS" + SITE POUR
176100*                    CHAQUE FLUX INTEGRE (DERNIERE DATE INTEGREE
176200*                    DU SITE). LES FLUX AJOUTES SONT TAMPONNES
176300*                    MEME SI UN AUTRE FLUX EST REFUSE (RC 8) ;
176350*                    UN FLUX DONT DES LIGNES DE DETAIL ONT ETE
176400*                    REJETEES EST TAMPONNE NON EQUILIBRE ; RIEN
176450*                    N'EST TAMPONNE SI L'AJOUT A ECHOUE
176500*----------------------------------------------------------------
176600 9300-STAMP-MERGE.
176700     IF NOT CN-RUNCTL-PRESENT
176800             OR NOT CN-COPY-DONE
176900         GO TO 9300-EXIT
177000     END-IF.
177100     MOVE ZERO TO CN-FEED-SUB.
177200     PERFORM 9310-STAMP-ONE-FEED THRU 9310-EXIT
177300         UNTIL CN-FEED-SUB >= CN-FEED-COUNT.
177400     PERFORM 9400-REWRITE-RUNCTL THRU 9400-EXIT.
177500 9300-EXIT.
177600     EXIT.
177700*----------------------------------------------------------------
177800* 9310-STAMP-ONE-FEED - TAMPON D'UN FLUX INTEGRE ; UNE DATE DE
177900*                       RATTRAPAGE NE FAIT PAS RECULER LE TAMPON
178000*----------------------------------------------------------------
178100 9310-STAMP-ONE-FEED.
178200     ADD 1 TO CN-FEED-SUB.
178300     IF NOT CN-FD-ACCEPTED (CN-FEED-SUB)
178400         GO TO 9310-EXIT
178500     END-IF.
178600     MOVE CN-FD-SITE (CN-FEED-SUB) TO CN-STAMP-SITE.
178700     PERFORM 3130-FIND-STAMP THRU 3130-EXIT.
178800     IF CN-FOUND
178900             AND CN-STAMP-DATE > CN-FD-DATE (CN-FEED-SUB)
179000         GO TO 9310-EXIT
179100     END-IF.
179200     MOVE SPACES TO RUNCTL-RECORD.
179300     MOVE "P" TO RC-RECORD-TYPE.
179400     MOVE CN-STAMP-PROGRAM TO RC-PROGRAM-NAME.
179500     MOVE CN-FD-DATE (CN-FEED-SUB) TO RC-LAST-RUN-DATE.
179600     MOVE CN-RETURN-CODE TO RC-LAST-RC.
179700     MOVE CN-FD-LOG-READ (CN-FEED-SUB) TO RC-CONTROL-COUNT.
179720     IF CN-FD-DTL-REJECTED (CN-FEED-SUB) > ZERO
179740         DISPLAY "Flux " CN-FD-SITE (CN-FEED-SUB) " du "
179760             CN-FD-DATE (CN-FEED-SUB) " : "
179780             CN-FD-DTL-REJECTED (CN-FEED-SUB)
179800             " ligne(s) de detail rejetee(s), non equilibre."
179820         MOVE "N" TO RC-BALANCED-FLAG
179840     ELSE
179860         MOVE "Y" TO RC-BALANCED-FLAG
179880     END-IF.
179900     MOVE CN-FORCED-RUN-SWITCH TO RC-FORCED-FLAG.
180000     IF CN-FOUND
180100         MOVE RUNCTL-RECORD TO CN-RC-IMAGE (CN-RC-SCAN-I)
180200     ELSE
180300         IF CN-RC-COUNT < 20
180400             ADD 1 TO CN-RC-COUNT
180500             MOVE RUNCTL-RECORD TO CN-RC-IMAGE (CN-RC-COUNT)
180600         ELSE
180700             MOVE "Y" TO CN-RUNCTL-OVFL-SWITCH
180800         END-IF
180900     END-IF.
181000 9310-EXIT.
181100     EXIT.
181200*----------------------------------------------------------------
181300* 9400-REWRITE-RUNCTL - REECRITURE DU FICHIER DE PILOTAGE ; UN
181400*                       FICHIER ANORMALEMENT LONG N'EST PAS
181500*                       REECRIT PLUTOT QUE TRONQUE
181600*----------------------------------------------------------------
181700 9400-REWRITE-RUNCTL.
181800     IF CN-RUNCTL-OVERFLOW
181900         DISPLAY "RUNCTL de plus de 20 enregistrements - "
182000             "tampon abandonne pour ne pas tronquer."
182100         MOVE 12 TO CN-RETURN-CODE
182200         GO TO 9400-EXIT
182300     END-IF.
182400     OPEN OUTPUT RUNCTL-FILE.
182500     IF CN-RUNCTL-STATUS NOT = "00"
182600         DISPLAY "Reecriture RUNCTL impossible, statut "
182700             CN-RUNCTL-STATUS "."
182800         MOVE 12 TO CN-RETURN-CODE
182900         GO TO 9400-EXIT
183000     END-IF.
183100     MOVE ZERO TO CN-RC-SCAN-I.
183200     PERFORM 9410-WRITE-RUNCTL THRU 9410-EXIT
183300         UNTIL CN-RC-SCAN-I >= CN-RC-COUNT.
183400     CLOSE RUNCTL-FILE.
183500 9400-EXIT.
183600     EXIT.
183700*----------------------------------------------------------------
183800* 9410-WRITE-RUNCTL - REECRITURE D'UN ENREGISTREMENT DE PILOTAGE
183900*----------------------------------------------------------------
184000 9410-WRITE-RUNCTL.
184100     ADD 1 TO CN-RC-SCAN-I.
184200     WRITE RUNCTL-IO-AREA
184300         FROM CN-RC-IMAGE (CN-RC-SCAN-I).
184400     IF CN-RUNCTL-STATUS NOT = "00"
184500         DISPLAY "Ecriture RUNCTL en echec, statut "
184600             CN-RUNCTL-STATUS "."
184700         MOVE 12 TO CN-RETURN-CODE
184800         MOVE CN-RC-COUNT TO CN-RC-SCAN-I
184900     END-IF.
185000 9410-EXIT.
185100     EXIT.
