000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GGANONYM.
000300 AUTHOR. D. LAMBERT.
000400 INSTALLATION. DIRECTION INFORMATIQUE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 10/15/2026 DL   PROGRAMME INITIAL - ANONYMISATION (RGPD) DES
001300*                 JOUEURS RADIES DEPUIS PLUS LONGTEMPS QUE LA
001400*                 DUREE DE RETENTION : LA RADIATION GGROSTER EST
001500*                 LOGIQUE ET L'HISTORIQUE DE JEU NE PEUT PLUS
001600*                 ETRE CONSERVE NOMINATIF SANS LIMITE. CHAQUE
001700*                 JOUEUR RETENU RECOIT UN JETON "ANONNNNN" QUI
001800*                 REMPLACE SON IDENTIFIANT PARTOUT, CE QUI GARDE
001900*                 LES CUMULS GGHISTRY ET GGTEAM A L'IDENTIQUE.
002000*                 TROIS FONCTIONS, UNE PAR STEP DU JOB GGANONJC :
002100*                 - 'SELECT JOURS' (OU 'SELECT AAAAMMJJ') : LES
002200*                   RADIES DONT RO-END-DATE PRECEDE LA DATE
002300*                   PIVOT SONT ECRITS DANS LA TABLE DE
002400*                   CORRESPONDANCE ANONMAP AVEC LEUR JETON ;
002500*                 - 'APPLY FICHIER [GENERATION]' : ROSTER,
002600*                   GAMEDTL, SEASON, GAMELOG, RATING, AWARDS OU
002700*                   ARCHIVE (UNE GENERATION GGARCHIV PAR STEP) ;
002800*                   LES IDENTIFIANTS SONT REMPLACES PAR LES JETONS
002900*                   (CLE GAMEDTL, RATING ET ROSTER RECREEE, NOM DU
003000*                   ROSTER EFFACE) ET LES TOTAUX DE CONTROLE
003100*                   AVANT/APRES PARTENT DANS ANONCTL ;
003200*                 - 'CERTIFY' : CERTIFICAT D'ANONYMISATION A
003300*                   VISER PAR LE DELEGUE A LA PROTECTION DES
003400*                   DONNEES, SANS AUCUN IDENTIFIANT D'ORIGINE.
003500*                 CODE RETOUR 4 SI DES JOUEURS SONT DIFFERES AU
003600*                 PASSAGE SUIVANT, 8 SUR PARM INVALIDE, TOTAUX
003700*                 DESEQUILIBRES OU CERTIFICAT REFUSE, 12 SUR
003800*                 ERREUR D'E/S.
003900*----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT ROSTER-FILE ASSIGN TO ROSTER
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS RO-PLAYER-ID
005000         FILE STATUS IS AN-ROSTER-STATUS.
005100     SELECT HISTLOG-FILE ASSIGN TO HISTLOG
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS AN-HISTLOG-STATUS.
005400     SELECT SEASON-FILE ASSIGN TO SEASON
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS AN-SEASON-STATUS.
005700     SELECT GAMEDTL-FILE ASSIGN TO GAMEDTL
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS GD-KEY
006100         FILE STATUS IS AN-GAMEDTL-STATUS.
006110     SELECT RATING-FILE ASSIGN TO RATING
006120         ORGANIZATION IS INDEXED
006130         ACCESS MODE IS DYNAMIC
006140         RECORD KEY IS RA-PLAYER-ID
006150         FILE STATUS IS AN-RATING-STATUS.
006160     SELECT AWARDS-FILE ASSIGN TO AWARDS
006170         ORGANIZATION IS SEQUENTIAL
006180         FILE STATUS IS AN-AWARDS-STATUS.
006200     SELECT DTLWORK-FILE ASSIGN TO DTLWORK
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS AN-DTLWORK-STATUS.
006500     SELECT ANONMAP-FILE ASSIGN TO ANONMAP
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS AN-ANONMAP-STATUS.
006800     SELECT ANONCTL-FILE ASSIGN TO ANONCTL
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS AN-ANONCTL-STATUS.
007100     SELECT CERTIFICATE-REPORT ASSIGN TO ANONRPT
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS AN-REPORT-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  ROSTER-FILE.
007700 COPY ROSTERR.
007800 FD  HISTLOG-FILE
007900     RECORDING MODE IS F.
008000 COPY GAMELOGR.
008100 FD  SEASON-FILE
008200     RECORDING MODE IS F.
008300 COPY SEASONR.
008400 FD  GAMEDTL-FILE.
008500 COPY GAMEDTLR.
008510 FD  RATING-FILE.
008520 COPY RATINGR.
008530 FD  AWARDS-FILE
008540     RECORDING MODE IS F.
008550 COPY AWARDR.
008600 FD  DTLWORK-FILE
008700     RECORDING MODE IS F.
008800 01  DTLWORK-RECORD.
008900     05  DW-OLD-KEY             PIC X(22).
009000     05  DW-NEW-IMAGE           PIC X(31).
009100 FD  ANONMAP-FILE
009200     RECORDING MODE IS F.
009300 COPY ANONMAPR.
009400 FD  ANONCTL-FILE
009500     RECORDING MODE IS F.
009600 COPY ANONCTLR.
009700 FD  CERTIFICATE-REPORT
009800     RECORDING MODE IS F.
009900 01  CERTIFICATE-PRINT-LINE     PIC X(132).
010000 WORKING-STORAGE SECTION.
010100*----------------------------------------------------------------
010200* SWITCHS DE CONTROLE ET STATUTS FICHIERS
010300*----------------------------------------------------------------
010400 01  AN-ROSTER-STATUS           PIC X(02)  VALUE "00".
010500 01  AN-HISTLOG-STATUS          PIC X(02)  VALUE "00".
010600 01  AN-SEASON-STATUS           PIC X(02)  VALUE "00".
010700 01  AN-GAMEDTL-STATUS          PIC X(02)  VALUE "00".
010720 01  AN-RATING-STATUS           PIC X(02)  VALUE "00".
010740 01  AN-AWARDS-STATUS           PIC X(02)  VALUE "00".
010800 01  AN-DTLWORK-STATUS          PIC X(02)  VALUE "00".
010900 01  AN-ANONMAP-STATUS          PIC X(02)  VALUE "00".
011000 01  AN-ANONCTL-STATUS          PIC X(02)  VALUE "00".
011100 01  AN-REPORT-STATUS           PIC X(02)  VALUE "00".
011200 01  AN-ROSTER-OPENED-SWITCH    PIC X(01)  VALUE "N".
011300     88  AN-ROSTER-IS-OPENED               VALUE "Y".
011400 01  AN-HISTLOG-OPENED-SWITCH   PIC X(01)  VALUE "N".
011500     88  AN-HISTLOG-IS-OPENED              VALUE "Y".
011600 01  AN-SEASON-OPENED-SWITCH    PIC X(01)  VALUE "N".
011700     88  AN-SEASON-IS-OPENED               VALUE "Y".
011800 01  AN-GAMEDTL-OPENED-SWITCH   PIC X(01)  VALUE "N".
011900     88  AN-GAMEDTL-IS-OPENED              VALUE "Y".
011920 01  AN-RATING-OPENED-SWITCH    PIC X(01)  VALUE "N".
011940     88  AN-RATING-IS-OPENED               VALUE "Y".
011960 01  AN-AWARDS-OPENED-SWITCH    PIC X(01)  VALUE "N".
011980     88  AN-AWARDS-IS-OPENED               VALUE "Y".
012000 01  AN-DTLWORK-OPENED-SWITCH   PIC X(01)  VALUE "N".
012100     88  AN-DTLWORK-IS-OPENED              VALUE "Y".
012200 01  AN-ANONMAP-OPENED-SWITCH   PIC X(01)  VALUE "N".
012300     88  AN-ANONMAP-IS-OPENED              VALUE "Y".
012400 01  AN-REPORT-OPENED-SWITCH    PIC X(01)  VALUE "N".
012500     88  AN-REPORT-IS-OPENED               VALUE "Y".
012600 01  AN-EOF-SWITCH              PIC X(01)  VALUE "N".
012700     88  AN-AT-END                         VALUE "Y".
012800 01  AN-FATAL-ERROR-SWITCH      PIC X(01)  VALUE "N".
012900     88  AN-FATAL-ERROR                    VALUE "Y".
013000 01  AN-FOUND-SWITCH            PIC X(01)  VALUE "N".
013100     88  AN-FOUND                          VALUE "Y".
013200 01  AN-REPLACE-SWITCH          PIC X(01)  VALUE "N".
013300     88  AN-REPLACE                        VALUE "Y".
013400 01  AN-BALANCED-SWITCH        PIC X(01)  VALUE "Y".
013500     88  AN-BALANCED                       VALUE "Y".
013600 01  AN-CERTIFIED-SWITCH        PIC X(01)  VALUE "Y".
013700     88  AN-CERTIFIED                      VALUE "Y".
013800*----------------------------------------------------------------
013900* FONCTION ET REGLAGES DEMANDES PAR LE PARM :
014000* "SELECT JOURS|AAAAMMJJ", "APPLY FICHIER [GENERATION]" OU
014100* "CERTIFY"
014200*----------------------------------------------------------------
014300 01  AN-PARM-DATA               PIC X(50)  VALUE SPACES.
014400 01  AN-PARM-FUNCTION           PIC X(08)  VALUE SPACES.
014500     88  AN-FUNC-SELECT                    VALUE "SELECT  ".
014600     88  AN-FUNC-APPLY                     VALUE "APPLY   ".
014700     88  AN-FUNC-CERTIFY                   VALUE "CERTIFY ".
014800 01  AN-PARM-TOK-2              PIC X(08)  VALUE SPACES.
014900 01  AN-PARM-TOK-3              PIC X(08)  VALUE SPACES.
015000 01  AN-RETENTION-TOK           PIC X(08)  JUSTIFIED RIGHT
015100                                           VALUE SPACES.
015200 01  AN-PARM-VALUE              PIC 9(08)  VALUE ZERO.
015300 01  AN-FILE-KIND               PIC X(08)  VALUE SPACES.
015400     88  AN-KIND-ROSTER                    VALUE "ROSTER  ".
015500     88  AN-KIND-GAMEDTL                   VALUE "GAMEDTL ".
015600     88  AN-KIND-SEASON                    VALUE "SEASON  ".
015700     88  AN-KIND-GAMELOG                   VALUE "GAMELOG ".
015800     88  AN-KIND-ARCHIVE                   VALUE "ARCHIVE ".
015850     88  AN-KIND-RATING                    VALUE "RATING  ".
015900     88  AN-KIND-AWARDS                    VALUE "AWARDS  ".
015950     88  AN-KIND-VALID                     VALUE "ROSTER  "
016000                                                 "GAMEDTL "
016050                                                 "SEASON  "
016100                                                 "GAMELOG "
016150                                                 "ARCHIVE "
016200                                                 "RATING  "
016250                                                 "AWARDS  ".
016400 01  AN-GEN-LABEL               PIC X(04)  VALUE SPACES.
016500*----------------------------------------------------------------
016600* DATES : DATE DU PASSAGE, RETENTION EN JOURS ET DATE PIVOT (UN
016700* RADIE DONT LA DATE DE FIN EST STRICTEMENT ANTERIEURE EST
016800* ANONYMISE)
016900*----------------------------------------------------------------
017000 01  AN-RUN-DATE                PIC 9(08)  VALUE ZERO.
017100 01  AN-RETENTION-DAYS          PIC 9(04)  VALUE ZERO.
017200 01  AN-CUTOFF-INTEGER          PIC 9(08)  COMP VALUE ZERO.
017300 01  AN-CUTOFF-DATE             PIC 9(08)  VALUE ZERO.
017400*----------------------------------------------------------------
017500* JETON D'ANONYMISATION : "ANO" SUIVI D'UN NUMERO SUR 5 CHIFFRES,
017600* ATTRIBUE A LA SUITE DU PLUS GRAND JETON DEJA PRESENT AU ROSTER
017700*----------------------------------------------------------------
017800 01  AN-ID-WORK                 PIC X(08)  VALUE SPACES.
017900 01  AN-ID-WORK-PARTS REDEFINES AN-ID-WORK.
018000     05  AN-ID-PREFIX           PIC X(03).
018100         88  AN-ID-TOKEN-PREFIX            VALUE "ANO".
018200     05  AN-ID-NUMBER           PIC X(05).
018300     05  AN-ID-NUMBER-N REDEFINES AN-ID-NUMBER
018400                                PIC 9(05).
018500 01  AN-TOKEN-WORK.
018600     05  FILLER                 PIC X(03)  VALUE "ANO".
018700     05  AN-TW-NUMBER           PIC 9(05)  VALUE ZERO.
018800 01  AN-HIGH-TOKEN-NO           PIC 9(05)  VALUE ZERO.
018900 01  AN-FIRST-TOKEN-NO          PIC 9(05)  VALUE ZERO.
019000 01  AN-NEXT-TOKEN-NO           PIC 9(06)  VALUE ZERO.
019100 01  AN-TOKEN-SUB               PIC 9(06)  COMP VALUE ZERO.
019200*----------------------------------------------------------------
019300* TABLE DE CORRESPONDANCE EN MEMOIRE, DANS L'ORDRE DES
019400* IDENTIFIANTS D'ORIGINE, AVEC LES CUMULS PAR JOUEUR AVANT
019500* (IDENTIFIANT OU JETON) ET APRES (JETON) DU FICHIER TRAITE
019600*----------------------------------------------------------------
019700 01  AN-MAP-COUNT               PIC 9(04)  COMP VALUE ZERO.
019800 01  AN-MAP-SUB                 PIC 9(04)  COMP VALUE ZERO.
019900 01  AN-MAP-TABLE.
020000     05  AN-MAP-ENTRY  OCCURS 1 TO 2000 TIMES
020100                       DEPENDING ON AN-MAP-COUNT
020200                       ASCENDING KEY IS AN-MP-OLD-ID
020300                       INDEXED BY AN-MAP-IDX.
020400         10  AN-MP-OLD-ID          PIC X(08).
020500         10  AN-MP-TOKEN           PIC X(08).
020600         10  AN-MP-END-DATE        PIC 9(08).
020700         10  AN-MP-DEPT-CODE       PIC X(04).
020800         10  AN-MP-BEFORE-RECS     PIC 9(07).
020900         10  AN-MP-BEFORE-VALUE    PIC 9(09).
021000         10  AN-MP-AFTER-RECS      PIC 9(07).
021100         10  AN-MP-AFTER-VALUE     PIC 9(09).
021200 01  AN-PREV-OLD-ID             PIC X(08)  VALUE LOW-VALUES.
021300 01  AN-MAP-HEADER-SWITCH       PIC X(01)  VALUE "N".
021400     88  AN-MAP-HAS-HEADER                 VALUE "Y".
021500 01  AN-SELECT-DATE             PIC 9(08)  VALUE ZERO.
021600 01  AN-DEFERRED-COUNT          PIC 9(05)  VALUE ZERO.
021700*----------------------------------------------------------------
021800* TOTAUX DE CONTROLE DU FICHIER TRAITE (CF ANONCTLR)
021900*----------------------------------------------------------------
022000 01  AN-WORK-VALUE              PIC 9(09)  VALUE ZERO.
022100 01  AN-RECS-BEFORE             PIC 9(07)  VALUE ZERO.
022200 01  AN-RECS-AFTER              PIC 9(07)  VALUE ZERO.
022300 01  AN-OLD-BEFORE              PIC 9(07)  VALUE ZERO.
022400 01  AN-OLD-AFTER               PIC 9(07)  VALUE ZERO.
022500 01  AN-TOKEN-BEFORE            PIC 9(07)  VALUE ZERO.
022600 01  AN-TOKEN-AFTER             PIC 9(07)  VALUE ZERO.
022700 01  AN-TOTAL-BEFORE            PIC 9(09)  VALUE ZERO.
022800 01  AN-TOTAL-AFTER             PIC 9(09)  VALUE ZERO.
022900 01  AN-PLAYER-ERRORS           PIC 9(05)  VALUE ZERO.
023000 01  AN-RECS-REWRITTEN          PIC 9(07)  VALUE ZERO.
023100 01  AN-EXPECTED-TOKENS         PIC 9(07)  VALUE ZERO.
023200*----------------------------------------------------------------
023300* COMPTEURS DE LA SELECTION
023400*----------------------------------------------------------------
023500 01  AN-ROSTER-READ             PIC 9(07)  VALUE ZERO.
023600 01  AN-ALREADY-ANON            PIC 9(07)  VALUE ZERO.
023700 01  AN-RETURN-CODE             PIC 9(04)  VALUE ZERO.
023800 01  AN-COUNT-DISPLAY           PIC ZZZZZZ9.
023900*----------------------------------------------------------------
024000* TOTAUX DE CONTROLE DES ETAPES REPRIS PAR LE CERTIFICAT ; UN
024100* ETAPE REJOUEE REMPLACE SON PASSAGE PRECEDENT
024200*----------------------------------------------------------------
024300 01  AN-CTL-COUNT               PIC 9(03)  COMP VALUE ZERO.
024400 01  AN-CTL-SUB                 PIC 9(03)  COMP VALUE ZERO.
024500 01  AN-CTL-TABLE.
024600     05  AN-CTL-ENTRY  OCCURS 1 TO 50 TIMES
024700                       DEPENDING ON AN-CTL-COUNT
024800                       INDEXED BY AN-CTL-IDX.
024900         10  AN-CT-KEY.
025000             15  AN-CT-KIND        PIC X(08).
025100             15  AN-CT-GEN         PIC X(04).
025200         10  AN-CT-IMAGE           PIC X(80).
025300 01  AN-CTL-KEY-WORK.
025400     05  AN-CK-KIND             PIC X(08).
025500     05  AN-CK-GEN              PIC X(04).
025600 01  AN-REQUIRED-COUNT          PIC 9(01)  VALUE 6.
025700 01  AN-REQUIRED-SUB            PIC 9(01)  VALUE ZERO.
025800 01  AN-REQUIRED-LIST.
025900     05  FILLER                 PIC X(08)  VALUE "GAMELOG ".
026000     05  FILLER                 PIC X(08)  VALUE "GAMEDTL ".
026100     05  FILLER                 PIC X(08)  VALUE "SEASON  ".
026150     05  FILLER                 PIC X(08)  VALUE "RATING  ".
026200     05  FILLER                 PIC X(08)  VALUE "AWARDS  ".
026250     05  FILLER                 PIC X(08)  VALUE "ROSTER  ".
026300 01  AN-REQUIRED-TABLE REDEFINES AN-REQUIRED-LIST.
026350     05  AN-REQUIRED-KIND       PIC X(08)  OCCURS 6 TIMES.
026500*----------------------------------------------------------------
026600* MISE EN PAGE DU CERTIFICAT
026700*----------------------------------------------------------------
026800 01  AN-PAGE-NUMBER             PIC 9(04)  VALUE ZERO.
026900 01  AN-LINE-COUNT              PIC 9(03)  VALUE ZERO.
027000 01  AN-LINES-PER-PAGE          PIC 9(03)  VALUE 55.
027100 01  AN-HEADING-LINE-1.
027200     05  FILLER                PIC X(20)  VALUE
027300         "GGANONYM            ".
027400     05  FILLER                PIC X(15)  VALUE SPACES.
027500     05  FILLER                PIC X(42)  VALUE
027600         "CERTIFICAT D'ANONYMISATION DES JOUEURS    ".
027700     05  FILLER                PIC X(38)  VALUE SPACES.
027800     05  FILLER                PIC X(07)  VALUE "PAGE : ".
027900     05  AN-HDG-PAGE           PIC ZZZ9.
028000     05  FILLER                PIC X(06)  VALUE SPACES.
028100 01  AN-HEADING-LINE-2.
028200     05  FILLER                PIC X(23)  VALUE
028300         "DATE D'ETABLISSEMENT : ".
028400     05  AN-HDG-DATE           PIC 9(08).
028500     05  FILLER                PIC X(101) VALUE SPACES.
028600 01  AN-RULE-LINE.
028700     05  FILLER                PIC X(125) VALUE ALL "-".
028800     05  FILLER                PIC X(07)  VALUE SPACES.
028900 01  AN-TEXT-LINE.
029000     05  FILLER                PIC X(01)  VALUE SPACES.
029100     05  AN-TX-TEXT            PIC X(100).
029200     05  FILLER                PIC X(31)  VALUE SPACES.
029300 01  AN-PARAM-LINE.
029400     05  FILLER                PIC X(01)  VALUE SPACES.
029500     05  AN-PL-LABEL           PIC X(40).
029600     05  AN-PL-VALUE           PIC X(10).
029700     05  FILLER                PIC X(81)  VALUE SPACES.
029800 01  AN-TOKEN-HEADING.
029900     05  FILLER                PIC X(01)  VALUE SPACES.
030000     05  FILLER                PIC X(10)  VALUE "JETON     ".
030100     05  FILLER                PIC X(09)  VALUE "SERVICE  ".
030200     05  FILLER                PIC X(12)  VALUE "DATE DE FIN ".
030300     05  FILLER                PIC X(100) VALUE SPACES.
030400 01  AN-TOKEN-LINE.
030500     05  FILLER                PIC X(01)  VALUE SPACES.
030600     05  AN-TL-TOKEN           PIC X(08).
030700     05  FILLER                PIC X(02)  VALUE SPACES.
030800     05  AN-TL-DEPT            PIC X(04).
030900     05  FILLER                PIC X(05)  VALUE SPACES.
031000     05  AN-TL-END-DATE        PIC 9(08).
031100     05  FILLER                PIC X(104) VALUE SPACES.
031200 01  AN-CONTROL-HEADING.
031300     05  FILLER                PIC X(01)  VALUE SPACES.
031400     05  FILLER                PIC X(09)  VALUE "FICHIER  ".
031500     05  FILLER                PIC X(05)  VALUE "GEN  ".
031600     05  FILLER                PIC X(09)  VALUE " ENREG AV".
031700     05  FILLER                PIC X(09)  VALUE " ENREG AP".
031800     05  FILLER                PIC X(09)  VALUE "  ORIG AV".
031900     05  FILLER                PIC X(09)  VALUE "  ORIG AP".
032000     05  FILLER                PIC X(09)  VALUE " JETON AV".
032100     05  FILLER                PIC X(09)  VALUE " JETON AP".
032200     05  FILLER                PIC X(11)  VALUE "   TOTAL AV".
032300     05  FILLER                PIC X(11)  VALUE "   TOTAL AP".
032400     05  FILLER                PIC X(07)  VALUE " ECARTS".
032500     05  FILLER                PIC X(02)  VALUE SPACES.
032600     05  FILLER                PIC X(12)  VALUE "STATUT      ".
032700     05  FILLER                PIC X(20)  VALUE SPACES.
032800 01  AN-CONTROL-LINE.
032900     05  FILLER                PIC X(01)  VALUE SPACES.
033000     05  AN-CL-KIND            PIC X(08).
033100     05  FILLER                PIC X(01)  VALUE SPACES.
033200     05  AN-CL-GEN             PIC X(04).
033300     05  FILLER                PIC X(01)  VALUE SPACES.
033400     05  FILLER                PIC X(02)  VALUE SPACES.
033500     05  AN-CL-RECS-BEFORE     PIC ZZZZZZ9.
033600     05  FILLER                PIC X(02)  VALUE SPACES.
033700     05  AN-CL-RECS-AFTER      PIC ZZZZZZ9.
033800     05  FILLER                PIC X(02)  VALUE SPACES.
033900     05  AN-CL-OLD-BEFORE      PIC ZZZZZZ9.
034000     05  FILLER                PIC X(02)  VALUE SPACES.
034100     05  AN-CL-OLD-AFTER       PIC ZZZZZZ9.
034200     05  FILLER                PIC X(02)  VALUE SPACES.
034300     05  AN-CL-TOKEN-BEFORE    PIC ZZZZZZ9.
034400     05  FILLER                PIC X(02)  VALUE SPACES.
034500     05  AN-CL-TOKEN-AFTER     PIC ZZZZZZ9.
034600     05  FILLER                PIC X(02)  VALUE SPACES.
034700     05  AN-CL-TOTAL-BEFORE    PIC ZZZZZZZZ9.
034800     05  FILLER                PIC X(02)  VALUE SPACES.
034900     05  AN-CL-TOTAL-AFTER     PIC ZZZZZZZZ9.
035000     05  FILLER                PIC X(02)  VALUE SPACES.
035100     05  AN-CL-ERRORS          PIC ZZZZ9.
035200     05  FILLER                PIC X(02)  VALUE SPACES.
035300     05  AN-CL-STATUS          PIC X(12).
035400     05  FILLER                PIC X(20)  VALUE SPACES.
035500 PROCEDURE DIVISION.
035600*----------------------------------------------------------------
035700* 0000-MAINLINE - ENCHAINEMENT PRINCIPAL DU PROGRAMME
035800*----------------------------------------------------------------
035900 0000-MAINLINE.
036000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036100     IF NOT AN-FATAL-ERROR
036200         EVALUATE TRUE
036300             WHEN AN-FUNC-SELECT
036400                 PERFORM 2000-SELECT-PLAYERS THRU 2000-EXIT
036500             WHEN AN-FUNC-APPLY
036600                 PERFORM 3000-APPLY-FILE THRU 3000-EXIT
036700             WHEN AN-FUNC-CERTIFY
036800                 PERFORM 7000-CERTIFY THRU 7000-EXIT
036900         END-EVALUATE
037000     END-IF
037100     PERFORM 9000-TERMINATE THRU 9000-EXIT
037200     MOVE AN-RETURN-CODE TO RETURN-CODE
037300     STOP RUN.
037400*----------------------------------------------------------------
037500* 1000-INITIALIZE - DATE DU PASSAGE ET CONTROLE DU PARM
037600*----------------------------------------------------------------
037700 1000-INITIALIZE.
037800     DISPLAY "GGANONYM - ANONYMISATION DES JOUEURS RADIES".
037900     ACCEPT AN-RUN-DATE FROM DATE YYYYMMDD.
038000     ACCEPT AN-PARM-DATA FROM COMMAND-LINE.
038100     UNSTRING AN-PARM-DATA DELIMITED BY ALL SPACE
038200         INTO AN-PARM-FUNCTION
038300              AN-PARM-TOK-2
038400              AN-PARM-TOK-3.
038500     IF NOT AN-FUNC-SELECT AND NOT AN-FUNC-APPLY
038600             AND NOT AN-FUNC-CERTIFY
038700         DISPLAY "PARM invalide : SELECT, APPLY ou CERTIFY "
038800             "attendu."
038900         MOVE "Y" TO AN-FATAL-ERROR-SWITCH
039000         MOVE 8 TO AN-RETURN-CODE
039100         GO TO 1000-EXIT
039200     END-IF.
039300     IF AN-FUNC-SELECT
039400         PERFORM 1100-EDIT-RETENTION THRU 1100-EXIT
039500     END-IF.
039600     IF AN-FUNC-APPLY
039700         PERFORM 1200-EDIT-FILE-KIND THRU 1200-EXIT
039800     END-IF.
039900 1000-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------
040200* 1100-EDIT-RETENTION - DUREE DE RETENTION EN JOURS (1 A 4
040300*                       CHIFFRES) ET DATE PIVOT CALCULEE, OU DATE
040400*                       PIVOT AAAAMMJJ EXPLICITE (GGARCHIV)
040500*----------------------------------------------------------------
040600 1100-EDIT-RETENTION.
040700     MOVE AN-PARM-TOK-2 TO AN-RETENTION-TOK.
040800     INSPECT AN-RETENTION-TOK
040900         REPLACING LEADING SPACE BY ZERO.
041000     IF AN-RETENTION-TOK IS NOT NUMERIC
041100             OR AN-RETENTION-TOK = "00000000"
041200         DISPLAY "PARM invalide : SELECT suivi de la duree de "
041300             "retention en jours ou d'une date pivot AAAAMMJJ."
041400         MOVE "Y" TO AN-FATAL-ERROR-SWITCH
041500         MOVE 8 TO AN-RETURN-CODE
041600         GO TO 1100-EXIT
041700     END-IF.
041800     MOVE AN-RETENTION-TOK TO AN-PARM-VALUE.
041900     IF AN-PARM-VALUE > 9999
042000         MOVE AN-PARM-VALUE TO AN-CUTOFF-DATE
042100     ELSE
042200         MOVE AN-PARM-VALUE TO AN-RETENTION-DAYS
042300         COMPUTE AN-CUTOFF-INTEGER =
042400             FUNCTION INTEGER-OF-DATE(AN-RUN-DATE)
042500                 - AN-RETENTION-DAYS
042600         COMPUTE AN-CUTOFF-DATE =
042700             FUNCTION DATE-OF-INTEGER(AN-CUTOFF-INTEGER)
042800         DISPLAY "Retention demandee : " AN-RETENTION-DAYS
042900             " jour(s)."
043000     END-IF.
043100     IF AN-CUTOFF-DATE NOT < AN-RUN-DATE
043200         DISPLAY "Date pivot " AN-CUTOFF-DATE " non anterieure "
043300             "a la date du jour - selection refusee."
043400         MOVE "Y" TO AN-FATAL-ERROR-SWITCH
043500         MOVE 8 TO AN-RETURN-CODE
043600         GO TO 1100-EXIT
043700     END-IF.
043800     DISPLAY "Date pivot de retention : " AN-CUTOFF-DATE.
043900 1100-EXIT.
044000     EXIT.
044100*----------------------------------------------------------------
044200* 1200-EDIT-FILE-KIND - FICHIER A TRAITER PAR APPLY ; UNE
044300*                       GENERATION D'ARCHIVE EST NOMMEE PAR LE
044400*                       TROISIEME MOT DU PARM (EX : '0', '-1')
044500*----------------------------------------------------------------
044600 1200-EDIT-FILE-KIND.
044700     MOVE AN-PARM-TOK-2 TO AN-FILE-KIND.
044800     IF NOT AN-KIND-VALID
044900         DISPLAY "PARM invalide : APPLY suivi de ROSTER, "
044950             "GAMEDTL, SEASON, GAMELOG, RATING, AWARDS ou "
045000             "ARCHIVE GENERATION."
045100         MOVE "Y" TO AN-FATAL-ERROR-SWITCH
045200         MOVE 8 TO AN-RETURN-CODE
045300         GO TO 1200-EXIT
045400     END-IF.
045500     IF AN-KIND-ARCHIVE
045600         IF AN-PARM-TOK-3 = SPACES
045700             DISPLAY "PARM invalide : generation d'archive "
045800                 "attendue apres ARCHIVE (EX : -1)."
045900             MOVE "Y" TO AN-FATAL-ERROR-SWITCH
046000             MOVE 8 TO AN-RETURN-CODE
046100             GO TO 1200-EXIT
046200         END-IF
046300         MOVE AN-PARM-TOK-3 TO AN-GEN-LABEL
046400     END-IF.
046500     DISPLAY "Fichier a anonymiser : " AN-FILE-KIND " "
046600         AN-GEN-LABEL.
046700 1200-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000* 2000-SELECT-PLAYERS - FONCTION SELECT : LECTURE DU ROSTER DANS
047100*                       L'ORDRE DES CLES, RETENUE DES RADIES DONT
047200*                       LA DATE DE FIN PRECEDE LA DATE PIVOT,
047300*                       ATTRIBUTION DES JETONS ET ECRITURE DE LA
047400*                       TABLE DE CORRESPONDANCE
047500*----------------------------------------------------------------
047600 2000-SELECT-PLAYERS.
047700     OPEN INPUT ROSTER-FILE.
047800     IF AN-ROSTER-STATUS NOT = "00"
047900         DISPLAY "Ouverture ROSTER en echec, statut "
048000             AN-ROSTER-STATUS "."
048100         MOVE 12 TO AN-RETURN-CODE
048200         GO TO 2000-EXIT
048300     END-IF.
048400     MOVE "Y" TO AN-ROSTER-OPENED-SWITCH.
048500     OPEN OUTPUT ANONMAP-FILE.
048600     IF AN-ANONMAP-STATUS NOT = "00"
048700         DISPLAY "Ouverture ANONMAP en echec, statut "
048800             AN-ANONMAP-STATUS "."
048900         MOVE 12 TO AN-RETURN-CODE
049000         GO TO 2000-EXIT
049100     END-IF.
049200     MOVE "Y" TO AN-ANONMAP-OPENED-SWITCH.
049300*    LE FICHIER DES TOTAUX DE CONTROLE EST CREE VIDE ICI ; CHAQUE
049400*    ETAPE APPLY Y AJOUTE SES TOTAUX.
049500     OPEN OUTPUT ANONCTL-FILE.
049600     IF AN-ANONCTL-STATUS NOT = "00"
049700         DISPLAY "Ouverture ANONCTL en echec, statut "
049800             AN-ANONCTL-STATUS "."
049900         MOVE 12 TO AN-RETURN-CODE
050000         GO TO 2000-EXIT
050100     END-IF.
050200     CLOSE ANONCTL-FILE.
050300     MOVE "N" TO AN-EOF-SWITCH.
050400     PERFORM 2100-SCAN-ROSTER THRU 2100-EXIT
050500         UNTIL AN-AT-END.
050600     IF AN-RETURN-CODE > 4
050700         GO TO 2000-EXIT
050800     END-IF.
050900     MOVE AN-HIGH-TOKEN-NO TO AN-FIRST-TOKEN-NO.
051000     ADD 1 TO AN-FIRST-TOKEN-NO.
051100     IF AN-FIRST-TOKEN-NO + AN-MAP-COUNT > 99999
051200         DISPLAY "Numerotation des jetons epuisee - selection "
051300             "abandonnee."
051400         MOVE 8 TO AN-RETURN-CODE
051500         GO TO 2000-EXIT
051600     END-IF.
051700     MOVE SPACES TO ANONMAP-RECORD.
051800     MOVE "H" TO AM-RECORD-TYPE.
051900     MOVE AN-RUN-DATE TO AM-SELECT-DATE.
052000     MOVE AN-RETENTION-DAYS TO AM-RETENTION-DAYS.
052100     MOVE AN-CUTOFF-DATE TO AM-CUTOFF-DATE.
052200     MOVE AN-MAP-COUNT TO AM-PLAYER-COUNT.
052300     MOVE AN-DEFERRED-COUNT TO AM-DEFERRED-COUNT.
052400     PERFORM 2900-WRITE-ANONMAP THRU 2900-EXIT.
052500     PERFORM 2200-ASSIGN-TOKEN THRU 2200-EXIT
052600         VARYING AN-MAP-SUB FROM 1 BY 1
052700         UNTIL AN-MAP-SUB > AN-MAP-COUNT
052800             OR AN-RETURN-CODE > 4.
052900     MOVE AN-ROSTER-READ TO AN-COUNT-DISPLAY.
053000     DISPLAY "Joueurs ROSTER lus        : " AN-COUNT-DISPLAY.
053100     MOVE AN-ALREADY-ANON TO AN-COUNT-DISPLAY.
053200     DISPLAY "Deja anonymises           : " AN-COUNT-DISPLAY.
053300     MOVE AN-MAP-COUNT TO AN-COUNT-DISPLAY.
053400     DISPLAY "Joueurs a anonymiser      : " AN-COUNT-DISPLAY.
053500     MOVE AN-DEFERRED-COUNT TO AN-COUNT-DISPLAY.
053600     DISPLAY "Differes au passage suivant : " AN-COUNT-DISPLAY.
053700     IF AN-DEFERRED-COUNT > ZERO
053800             AND AN-RETURN-CODE < 4
053900         MOVE 4 TO AN-RETURN-CODE
054000     END-IF.
054100 2000-EXIT.
054200     EXIT.
054300*----------------------------------------------------------------
054400* 2100-SCAN-ROSTER - UN JOUEUR DU ROSTER : JETON D'UN PASSAGE
054500*                    PRECEDENT (PLUS GRAND NUMERO RETENU) OU
054600*                    RADIE A ANONYMISER
054700*----------------------------------------------------------------
054800 2100-SCAN-ROSTER.
054900     READ ROSTER-FILE NEXT
055000         AT END
055100             MOVE "Y" TO AN-EOF-SWITCH
055200             GO TO 2100-EXIT
055300     END-READ.
055400     IF AN-ROSTER-STATUS NOT = "00"
055500         DISPLAY "Lecture ROSTER en echec, statut "
055600             AN-ROSTER-STATUS "."
055700         MOVE 12 TO AN-RETURN-CODE
055800         MOVE "Y" TO AN-EOF-SWITCH
055900         GO TO 2100-EXIT
056000     END-IF.
056100     ADD 1 TO AN-ROSTER-READ.
056200     MOVE RO-PLAYER-ID TO AN-ID-WORK.
056300     IF AN-ID-TOKEN-PREFIX AND AN-ID-NUMBER IS NUMERIC
056400         ADD 1 TO AN-ALREADY-ANON
056500         IF AN-ID-NUMBER-N > AN-HIGH-TOKEN-NO
056600             MOVE AN-ID-NUMBER-N TO AN-HIGH-TOKEN-NO
056700         END-IF
056800         GO TO 2100-EXIT
056900     END-IF.
057000     IF NOT RO-DELETED
057100             OR RO-END-DATE = ZERO
057200             OR RO-END-DATE NOT < AN-CUTOFF-DATE
057300         GO TO 2100-EXIT
057400     END-IF.
057500*    AU-DELA DE LA CAPACITE DE LA TABLE, LES RADIES SONT LAISSES
057600*    AU PASSAGE SUIVANT (CODE RETOUR 4).
057700     IF AN-MAP-COUNT = 2000
057800         ADD 1 TO AN-DEFERRED-COUNT
057900         GO TO 2100-EXIT
058000     END-IF.
058100     ADD 1 TO AN-MAP-COUNT.
058200     MOVE RO-PLAYER-ID TO AN-MP-OLD-ID (AN-MAP-COUNT).
058300     MOVE RO-END-DATE TO AN-MP-END-DATE (AN-MAP-COUNT).
058400     MOVE RO-DEPT-CODE TO AN-MP-DEPT-CODE (AN-MAP-COUNT).
058500 2100-EXIT.
058600     EXIT.
058700*----------------------------------------------------------------
058800* 2200-ASSIGN-TOKEN - JETON SUIVANT ET ECRITURE DE LA
058900*                     CORRESPONDANCE D'UN JOUEUR
059000*----------------------------------------------------------------
059100 2200-ASSIGN-TOKEN.
059200     COMPUTE AN-TW-NUMBER = AN-FIRST-TOKEN-NO + AN-MAP-SUB - 1.
059300     MOVE AN-TOKEN-WORK TO AN-MP-TOKEN (AN-MAP-SUB).
059400     MOVE SPACES TO ANONMAP-RECORD.
059500     MOVE "M" TO AM-RECORD-TYPE.
059600     MOVE AN-MP-OLD-ID (AN-MAP-SUB) TO AM-OLD-ID.
059700     MOVE AN-MP-TOKEN (AN-MAP-SUB) TO AM-TOKEN.
059800     MOVE AN-MP-END-DATE (AN-MAP-SUB) TO AM-END-DATE.
059900     MOVE AN-MP-DEPT-CODE (AN-MAP-SUB) TO AM-DEPT-CODE.
060000     PERFORM 2900-WRITE-ANONMAP THRU 2900-EXIT.
060100 2200-EXIT.
060200     EXIT.
060300*----------------------------------------------------------------
060400* 2900-WRITE-ANONMAP - ECRITURE D'UN ENREGISTREMENT DE LA TABLE DE
060500*                      CORRESPONDANCE
060600*----------------------------------------------------------------
060700 2900-WRITE-ANONMAP.
060800     WRITE ANONMAP-RECORD.
060900     IF AN-ANONMAP-STATUS NOT = "00"
061000         DISPLAY "Ecriture ANONMAP en echec, statut "
061100             AN-ANONMAP-STATUS "."
061200         MOVE 12 TO AN-RETURN-CODE
061300     END-IF.
061400 2900-EXIT.
061500     EXIT.
061600*----------------------------------------------------------------
061700* 3000-APPLY-FILE - FONCTION APPLY : CHARGEMENT DE LA TABLE DE
061800*                   CORRESPONDANCE, REMPLACEMENT DES IDENTIFIANTS
061900*                   DANS LE FICHIER DEMANDE, CONTROLE AVANT/APRES
062000*                   ET ECRITURE DES TOTAUX DANS ANONCTL
062100*----------------------------------------------------------------
062200 3000-APPLY-FILE.
062300     PERFORM 3010-LOAD-MAP THRU 3010-EXIT.
062400     IF AN-RETURN-CODE > 4
062500         GO TO 3000-EXIT
062600     END-IF.
062700*    SANS JOUEUR A ANONYMISER LE FICHIER N'EST PAS OUVERT : DES
062800*    TOTAUX A ZERO SONT TRANSMIS AU CERTIFICAT.
062900     IF AN-MAP-COUNT = ZERO
063000         DISPLAY "Aucun joueur a anonymiser - fichier inchange."
063100         GO TO 3000-WRITE
063200     END-IF.
063300     EVALUATE TRUE
063400         WHEN AN-KIND-GAMELOG
063500         WHEN AN-KIND-ARCHIVE
063600             PERFORM 3100-APPLY-HISTLOG THRU 3100-EXIT
063700         WHEN AN-KIND-SEASON
063800             PERFORM 3300-APPLY-SEASON THRU 3300-EXIT
063820         WHEN AN-KIND-AWARDS
063840             PERFORM 3400-APPLY-AWARDS THRU 3400-EXIT
063860         WHEN AN-KIND-GAMEDTL
063880             PERFORM 3500-APPLY-GAMEDTL THRU 3500-EXIT
063900         WHEN AN-KIND-RATING
063920             PERFORM 3600-APPLY-RATING THRU 3600-EXIT
064100         WHEN AN-KIND-ROSTER
064200             PERFORM 3700-APPLY-ROSTER THRU 3700-EXIT
064300     END-EVALUATE.
064400     IF AN-RETURN-CODE > 8
064500         GO TO 3000-EXIT
064600     END-IF.
064700 3000-WRITE.
064800     PERFORM 3900-CHECK-BALANCE THRU 3900-EXIT.
064900     PERFORM 3950-WRITE-CONTROL THRU 3950-EXIT.
065000 3000-EXIT.
065100     EXIT.
065200*----------------------------------------------------------------
065300* 3010-LOAD-MAP - LECTURE DE LA TABLE DE CORRESPONDANCE : ENTETE
065400*                 PUIS JOUEURS DANS L'ORDRE DES IDENTIFIANTS
065500*----------------------------------------------------------------
065600 3010-LOAD-MAP.
065700     OPEN INPUT ANONMAP-FILE.
065800     IF AN-ANONMAP-STATUS NOT = "00"
065900         DISPLAY "Ouverture ANONMAP en echec, statut "
066000             AN-ANONMAP-STATUS "."
066100         MOVE 12 TO AN-RETURN-CODE
066200         GO TO 3010-EXIT
066300     END-IF.
066400     MOVE "Y" TO AN-ANONMAP-OPENED-SWITCH.
066500     MOVE "N" TO AN-EOF-SWITCH.
066600     PERFORM 3015-READ-ANONMAP THRU 3015-EXIT
066700         UNTIL AN-AT-END.
066800     IF AN-RETURN-CODE > 4
066900         GO TO 3010-EXIT
067000     END-IF.
067100     IF NOT AN-MAP-HAS-HEADER
067200         DISPLAY "ANONMAP sans entete - table de correspondance "
067300             "inutilisable."
067400         MOVE 8 TO AN-RETURN-CODE
067500         GO TO 3010-EXIT
067600     END-IF.
067700     IF AN-MAP-COUNT > ZERO
067800         MOVE AN-MP-TOKEN (1) TO AN-ID-WORK
067900         MOVE AN-ID-NUMBER-N TO AN-FIRST-TOKEN-NO
068000     END-IF.
068100     MOVE AN-MAP-COUNT TO AN-COUNT-DISPLAY.
068200     DISPLAY "Selection du " AN-SELECT-DATE ", date pivot "
068300         AN-CUTOFF-DATE ", joueurs : " AN-COUNT-DISPLAY.
068400 3010-EXIT.
068500     EXIT.
068600*----------------------------------------------------------------
068700* 3015-READ-ANONMAP - UN ENREGISTREMENT DE LA TABLE ; LES JOUEURS
068800*                     DOIVENT ETRE DANS L'ORDRE DES IDENTIFIANTS
068900*                     (RECHERCHE DICHOTOMIQUE)
069000*----------------------------------------------------------------
069100 3015-READ-ANONMAP.
069200     READ ANONMAP-FILE
069300         AT END
069400             MOVE "Y" TO AN-EOF-SWITCH
069500             GO TO 3015-EXIT
069600     END-READ.
069700     IF AN-ANONMAP-STATUS NOT = "00"
069800         DISPLAY "Lecture ANONMAP en echec, statut "
069900             AN-ANONMAP-STATUS "."
070000         MOVE 12 TO AN-RETURN-CODE
070100         MOVE "Y" TO AN-EOF-SWITCH
070200         GO TO 3015-EXIT
070300     END-IF.
070400     IF AM-HEADER-REC
070500         MOVE "Y" TO AN-MAP-HEADER-SWITCH
070600         MOVE AM-SELECT-DATE TO AN-SELECT-DATE
070700         MOVE AM-RETENTION-DAYS TO AN-RETENTION-DAYS
070800         MOVE AM-CUTOFF-DATE TO AN-CUTOFF-DATE
070900         MOVE AM-DEFERRED-COUNT TO AN-DEFERRED-COUNT
071000         GO TO 3015-EXIT
071100     END-IF.
071200     IF AM-OLD-ID NOT > AN-PREV-OLD-ID
071300             OR AN-MAP-COUNT = 2000
071400         DISPLAY "ANONMAP non triee ou trop longue sur "
071500             "l'enregistrement " AN-MAP-COUNT "."
071600         MOVE 8 TO AN-RETURN-CODE
071700         MOVE "Y" TO AN-EOF-SWITCH
071800         GO TO 3015-EXIT
071900     END-IF.
072000     MOVE AM-OLD-ID TO AN-PREV-OLD-ID.
072100     ADD 1 TO AN-MAP-COUNT.
072200     MOVE AM-OLD-ID TO AN-MP-OLD-ID (AN-MAP-COUNT).
072300     MOVE AM-TOKEN TO AN-MP-TOKEN (AN-MAP-COUNT).
072400     MOVE AM-END-DATE TO AN-MP-END-DATE (AN-MAP-COUNT).
072500     MOVE AM-DEPT-CODE TO AN-MP-DEPT-CODE (AN-MAP-COUNT).
072600     MOVE ZERO TO AN-MP-BEFORE-RECS (AN-MAP-COUNT)
072700                  AN-MP-BEFORE-VALUE (AN-MAP-COUNT)
072800                  AN-MP-AFTER-RECS (AN-MAP-COUNT)
072900                  AN-MP-AFTER-VALUE (AN-MAP-COUNT).
073000 3015-EXIT.
073100     EXIT.
073200*----------------------------------------------------------------
073300* 3020-FIND-OLD-ID - RECHERCHE DE AN-ID-WORK PARMI LES
073400*                    IDENTIFIANTS D'ORIGINE
073500*----------------------------------------------------------------
073600 3020-FIND-OLD-ID.
073700     MOVE "N" TO AN-FOUND-SWITCH.
073800     SEARCH ALL AN-MAP-ENTRY
073900         AT END
074000             CONTINUE
074100         WHEN AN-MP-OLD-ID (AN-MAP-IDX) = AN-ID-WORK
074200             MOVE "Y" TO AN-FOUND-SWITCH
074300     END-SEARCH.
074400 3020-EXIT.
074500     EXIT.
074600*----------------------------------------------------------------
074700* 3030-FIND-TOKEN - RECHERCHE DE AN-ID-WORK PARMI LES JETONS DU
074800*                   PASSAGE : ILS SONT CONSECUTIFS, LE RANG SE
074900*                   DEDUIT DU NUMERO
075000*----------------------------------------------------------------
075100 3030-FIND-TOKEN.
075200     MOVE "N" TO AN-FOUND-SWITCH.
075300     IF NOT AN-ID-TOKEN-PREFIX OR AN-ID-NUMBER IS NOT NUMERIC
075400         GO TO 3030-EXIT
075500     END-IF.
075600     IF AN-ID-NUMBER-N < AN-FIRST-TOKEN-NO
075700         GO TO 3030-EXIT
075800     END-IF.
075900     COMPUTE AN-TOKEN-SUB =
076000         AN-ID-NUMBER-N - AN-FIRST-TOKEN-NO + 1.
076100     IF AN-TOKEN-SUB > AN-MAP-COUNT
076200         GO TO 3030-EXIT
076300     END-IF.
076400     SET AN-MAP-IDX TO AN-TOKEN-SUB.
076500     IF AN-MP-TOKEN (AN-MAP-IDX) = AN-ID-WORK
076600         MOVE "Y" TO AN-FOUND-SWITCH
076700     END-IF.
076800 3030-EXIT.
076900     EXIT.
077000*----------------------------------------------------------------
077100* 3040-COUNT-BEFORE - TOTAUX AVANT D'UN ENREGISTREMENT
077200*                     (IDENTIFIANT DANS AN-ID-WORK, VALEUR DE
077300*                     CONTROLE DANS AN-WORK-VALUE) ; AN-REPLACE
077400*                     SIGNALE UN IDENTIFIANT D'ORIGINE A REMPLACER
077500*                     PAR AN-MP-TOKEN (AN-MAP-IDX)
077600*----------------------------------------------------------------
077700 3040-COUNT-BEFORE.
077800     MOVE "N" TO AN-REPLACE-SWITCH.
077900     ADD 1 TO AN-RECS-BEFORE.
078000     ADD AN-WORK-VALUE TO AN-TOTAL-BEFORE.
078100     PERFORM 3020-FIND-OLD-ID THRU 3020-EXIT.
078200     IF AN-FOUND
078300         MOVE "Y" TO AN-REPLACE-SWITCH
078400         ADD 1 TO AN-OLD-BEFORE
078500     ELSE
078600         PERFORM 3030-FIND-TOKEN THRU 3030-EXIT
078700         IF AN-FOUND
078800             ADD 1 TO AN-TOKEN-BEFORE
078900         END-IF
079000     END-IF.
079100     IF AN-FOUND
079200         ADD 1 TO AN-MP-BEFORE-RECS (AN-MAP-IDX)
079300         ADD AN-WORK-VALUE TO AN-MP-BEFORE-VALUE (AN-MAP-IDX)
079400     END-IF.
079500 3040-EXIT.
079600     EXIT.
079700*----------------------------------------------------------------
079800* 3050-COUNT-AFTER - TOTAUX APRES D'UN ENREGISTREMENT RELU ; UN
079900*                    IDENTIFIANT D'ORIGINE NE DOIT PLUS Y FIGURER
080000*----------------------------------------------------------------
080100 3050-COUNT-AFTER.
080200     ADD 1 TO AN-RECS-AFTER.
080300     ADD AN-WORK-VALUE TO AN-TOTAL-AFTER.
080400     PERFORM 3020-FIND-OLD-ID THRU 3020-EXIT.
080500     IF AN-FOUND
080600         ADD 1 TO AN-OLD-AFTER
080700         GO TO 3050-EXIT
080800     END-IF.
080900     PERFORM 3030-FIND-TOKEN THRU 3030-EXIT.
081000     IF AN-FOUND
081100         ADD 1 TO AN-TOKEN-AFTER
081200         ADD 1 TO AN-MP-AFTER-RECS (AN-MAP-IDX)
081300         ADD AN-WORK-VALUE TO AN-MP-AFTER-VALUE (AN-MAP-IDX)
081400     END-IF.
081500 3050-EXIT.
081600     EXIT.
081700*----------------------------------------------------------------
081800* 3100-APPLY-HISTLOG - GAMELOG VIF OU GENERATION D'ARCHIVE :
081900*                      REECRITURE SUR PLACE DE GL-PLAYER-ID, PUIS
082000*                      RELECTURE DE CONTROLE. TOTAL DE CONTROLE :
082100*                      ESSAIS (GL-ATTEMPTS)
082200*----------------------------------------------------------------
082300 3100-APPLY-HISTLOG.
082400     OPEN I-O HISTLOG-FILE.
082500     IF AN-HISTLOG-STATUS NOT = "00"
082600         DISPLAY "Ouverture HISTLOG en echec, statut "
082700             AN-HISTLOG-STATUS "."
082800         MOVE 12 TO AN-RETURN-CODE
082900         GO TO 3100-EXIT
083000     END-IF.
083100     MOVE "Y" TO AN-HISTLOG-OPENED-SWITCH.
083200     MOVE "N" TO AN-EOF-SWITCH.
083300     PERFORM 3110-UPDATE-HISTLOG THRU 3110-EXIT
083400         UNTIL AN-AT-END.
083500     CLOSE HISTLOG-FILE.
083600     MOVE "N" TO AN-HISTLOG-OPENED-SWITCH.
083700     IF AN-RETURN-CODE > 8
083800         GO TO 3100-EXIT
083900     END-IF.
084000     OPEN INPUT HISTLOG-FILE.
084100     IF AN-HISTLOG-STATUS NOT = "00"
084200         DISPLAY "Reouverture HISTLOG en echec, statut "
084300             AN-HISTLOG-STATUS "."
084400         MOVE 12 TO AN-RETURN-CODE
084500         GO TO 3100-EXIT
084600     END-IF.
084700     MOVE "Y" TO AN-HISTLOG-OPENED-SWITCH.
084800     MOVE "N" TO AN-EOF-SWITCH.
084900     PERFORM 3120-VERIFY-HISTLOG THRU 3120-EXIT
085000         UNTIL AN-AT-END.
085100 3100-EXIT.
085200     EXIT.
085300*----------------------------------------------------------------
085400* 3110-UPDATE-HISTLOG - UNE PARTIE : JETON A LA PLACE DE
085500*                       L'IDENTIFIANT D'UN JOUEUR RETENU
085600*----------------------------------------------------------------
085700 3110-UPDATE-HISTLOG.
085800     READ HISTLOG-FILE
085900         AT END
086000             MOVE "Y" TO AN-EOF-SWITCH
086100             GO TO 3110-EXIT
086200     END-READ.
086300     IF AN-HISTLOG-STATUS NOT = "00"
086400         DISPLAY "Lecture HISTLOG en echec, statut "
086500             AN-HISTLOG-STATUS "."
086600         MOVE 12 TO AN-RETURN-CODE
086700         MOVE "Y" TO AN-EOF-SWITCH
086800         GO TO 3110-EXIT
086900     END-IF.
087000     MOVE GL-PLAYER-ID TO AN-ID-WORK.
087100     MOVE GL-ATTEMPTS TO AN-WORK-VALUE.
087200     PERFORM 3040-COUNT-BEFORE THRU 3040-EXIT.
087300     IF NOT AN-REPLACE
087400         GO TO 3110-EXIT
087500     END-IF.
087600     MOVE AN-MP-TOKEN (AN-MAP-IDX) TO GL-PLAYER-ID.
087700     REWRITE GAMELOG-RECORD.
087800     IF AN-HISTLOG-STATUS NOT = "00"
087900         DISPLAY "Reecriture HISTLOG en echec, statut "
088000             AN-HISTLOG-STATUS "."
088100         MOVE 12 TO AN-RETURN-CODE
088200         MOVE "Y" TO AN-EOF-SWITCH
088300         GO TO 3110-EXIT
088400     END-IF.
088500     ADD 1 TO AN-RECS-REWRITTEN.
088600 3110-EXIT.
088700     EXIT.
088800*----------------------------------------------------------------
088900* 3120-VERIFY-HISTLOG - RELECTURE DE CONTROLE D'UNE PARTIE
089000*----------------------------------------------------------------
089100 3120-VERIFY-HISTLOG.
089200     READ HISTLOG-FILE
089300         AT END
089400             MOVE "Y" TO AN-EOF-SWITCH
089500             GO TO 3120-EXIT
089600     END-READ.
089700     IF AN-HISTLOG-STATUS NOT = "00"
089800         DISPLAY "Relecture HISTLOG en echec, statut "
089900             AN-HISTLOG-STATUS "."
090000         MOVE 12 TO AN-RETURN-CODE
090100         MOVE "Y" TO AN-EOF-SWITCH
090200         GO TO 3120-EXIT
090300     END-IF.
090400     MOVE GL-PLAYER-ID TO AN-ID-WORK.
090500     MOVE GL-ATTEMPTS TO AN-WORK-VALUE.
090600     PERFORM 3050-COUNT-AFTER THRU 3050-EXIT.
090700 3120-EXIT.
090800     EXIT.
090900*----------------------------------------------------------------
091000* 3300-APPLY-SEASON - MAITRE SEASON : REECRITURE SUR PLACE DE
091100*                     SE-PLAYER-ID, PUIS RELECTURE DE CONTROLE.
091200*                     TOTAL DE CONTROLE : POINTS (SE-POINTS)
091300*----------------------------------------------------------------
091400 3300-APPLY-SEASON.
091500     OPEN I-O SEASON-FILE.
091600     IF AN-SEASON-STATUS NOT = "00"
091700         DISPLAY "Ouverture SEASON en echec, statut "
091800             AN-SEASON-STATUS "."
091900         MOVE 12 TO AN-RETURN-CODE
092000         GO TO 3300-EXIT
092100     END-IF.
092200     MOVE "Y" TO AN-SEASON-OPENED-SWITCH.
092300     MOVE "N" TO AN-EOF-SWITCH.
092400     PERFORM 3310-UPDATE-SEASON THRU 3310-EXIT
092500         UNTIL AN-AT-END.
092600     CLOSE SEASON-FILE.
092700     MOVE "N" TO AN-SEASON-OPENED-SWITCH.
092800     IF AN-RETURN-CODE > 8
092900         GO TO 3300-EXIT
093000     END-IF.
093100     OPEN INPUT SEASON-FILE.
093200     IF AN-SEASON-STATUS NOT = "00"
093300         DISPLAY "Reouverture SEASON en echec, statut "
093400             AN-SEASON-STATUS "."
093500         MOVE 12 TO AN-RETURN-CODE
093600         GO TO 3300-EXIT
093700     END-IF.
093800     MOVE "Y" TO AN-SEASON-OPENED-SWITCH.
093900     MOVE "N" TO AN-EOF-SWITCH.
094000     PERFORM 3320-VERIFY-SEASON THRU 3320-EXIT
094100         UNTIL AN-AT-END.
094200 3300-EXIT.
094300     EXIT.
094400*----------------------------------------------------------------
094500* 3310-UPDATE-SEASON - UN JOUEUR DU MAITRE SEASON
094600*----------------------------------------------------------------
094700 3310-UPDATE-SEASON.
094800     READ SEASON-FILE
094900         AT END
095000             MOVE "Y" TO AN-EOF-SWITCH
095100             GO TO 3310-EXIT
095200     END-READ.
095300     IF AN-SEASON-STATUS NOT = "00"
095400         DISPLAY "Lecture SEASON en echec, statut "
095500             AN-SEASON-STATUS "."
095600         MOVE 12 TO AN-RETURN-CODE
095700         MOVE "Y" TO AN-EOF-SWITCH
095800         GO TO 3310-EXIT
095900     END-IF.
096000     MOVE SE-PLAYER-ID TO AN-ID-WORK.
096100     MOVE SE-POINTS TO AN-WORK-VALUE.
096200     PERFORM 3040-COUNT-BEFORE THRU 3040-EXIT.
096300     IF NOT AN-REPLACE
096400         GO TO 3310-EXIT
096500     END-IF.
096600     MOVE AN-MP-TOKEN (AN-MAP-IDX) TO SE-PLAYER-ID.
096700     REWRITE SEASON-RECORD.
096800     IF AN-SEASON-STATUS NOT = "00"
096900         DISPLAY "Reecriture SEASON en echec, statut "
097000             AN-SEASON-STATUS "."
097100         MOVE 12 TO AN-RETURN-CODE
097200         MOVE "Y" TO AN-EOF-SWITCH
097300         GO TO 3310-EXIT
097400     END-IF.
097500     ADD 1 TO AN-RECS-REWRITTEN.
097600 3310-EXIT.
097700     EXIT.
097800*----------------------------------------------------------------
097900* 3320-VERIFY-SEASON - RELECTURE DE CONTROLE D'UN JOUEUR SEASON
098000*----------------------------------------------------------------
098100 3320-VERIFY-SEASON.
098200     READ SEASON-FILE
098300         AT END
098400             MOVE "Y" TO AN-EOF-SWITCH
098500             GO TO 3320-EXIT
098600     END-READ.
098700     IF AN-SEASON-STATUS NOT = "00"
098800         DISPLAY "Relecture SEASON en echec, statut "
098900             AN-SEASON-STATUS "."
099000         MOVE 12 TO AN-RETURN-CODE
099100         MOVE "Y" TO AN-EOF-SWITCH
099200         GO TO 3320-EXIT
099300     END-IF.
099400     MOVE SE-PLAYER-ID TO AN-ID-WORK.
099500     MOVE SE-POINTS TO AN-WORK-VALUE.
099600     PERFORM 3050-COUNT-AFTER THRU 3050-EXIT.
099700 3320-EXIT.
099800     EXIT.
099801*----------------------------------------------------------------
099802* 3400-APPLY-AWARDS - REGISTRE DES PRIX : REECRITURE SUR PLACE DE
099803*                     AW-PLAYER-ID, PUIS RELECTURE DE CONTROLE.
099804*                     TOTAL DE CONTROLE : POINTS (AW-POINTS)
099805*----------------------------------------------------------------
099806 3400-APPLY-AWARDS.
099807     OPEN I-O AWARDS-FILE.
099808     IF AN-AWARDS-STATUS NOT = "00"
099809         DISPLAY "Ouverture AWARDS en echec, statut "
099810             AN-AWARDS-STATUS "."
099811         MOVE 12 TO AN-RETURN-CODE
099812         GO TO 3400-EXIT
099813     END-IF.
099814     MOVE "Y" TO AN-AWARDS-OPENED-SWITCH.
099815     MOVE "N" TO AN-EOF-SWITCH.
099816     PERFORM 3410-UPDATE-AWARDS THRU 3410-EXIT
099817         UNTIL AN-AT-END.
099818     CLOSE AWARDS-FILE.
099819     MOVE "N" TO AN-AWARDS-OPENED-SWITCH.
099820     IF AN-RETURN-CODE > 8
099821         GO TO 3400-EXIT
099822     END-IF.
099823     OPEN INPUT AWARDS-FILE.
099824     IF AN-AWARDS-STATUS NOT = "00"
099825         DISPLAY "Reouverture AWARDS en echec, statut "
099826             AN-AWARDS-STATUS "."
099827         MOVE 12 TO AN-RETURN-CODE
099828         GO TO 3400-EXIT
099829     END-IF.
099830     MOVE "Y" TO AN-AWARDS-OPENED-SWITCH.
099831     MOVE "N" TO AN-EOF-SWITCH.
099832     PERFORM 3420-VERIFY-AWARDS THRU 3420-EXIT
099833         UNTIL AN-AT-END.
099834 3400-EXIT.
099835     EXIT.
099836*----------------------------------------------------------------
099837* 3410-UPDATE-AWARDS - UN PRIX DU REGISTRE
099838*----------------------------------------------------------------
099839 3410-UPDATE-AWARDS.
099840     READ AWARDS-FILE
099841         AT END
099842             MOVE "Y" TO AN-EOF-SWITCH
099843             GO TO 3410-EXIT
099844     END-READ.
099845     IF AN-AWARDS-STATUS NOT = "00"
099846         DISPLAY "Lecture AWARDS en echec, statut "
099847             AN-AWARDS-STATUS "."
099848         MOVE 12 TO AN-RETURN-CODE
099849         MOVE "Y" TO AN-EOF-SWITCH
099850         GO TO 3410-EXIT
099851     END-IF.
099852     MOVE AW-PLAYER-ID TO AN-ID-WORK.
099853     MOVE AW-POINTS TO AN-WORK-VALUE.
099854     PERFORM 3040-COUNT-BEFORE THRU 3040-EXIT.
099855     IF NOT AN-REPLACE
099856         GO TO 3410-EXIT
099857     END-IF.
099858     MOVE AN-MP-TOKEN (AN-MAP-IDX) TO AW-PLAYER-ID.
099859     REWRITE AWARD-RECORD.
099860     IF AN-AWARDS-STATUS NOT = "00"
099861         DISPLAY "Reecriture AWARDS en echec, statut "
099862             AN-AWARDS-STATUS "."
099863         MOVE 12 TO AN-RETURN-CODE
099864         MOVE "Y" TO AN-EOF-SWITCH
099865         GO TO 3410-EXIT
099866     END-IF.
099867     ADD 1 TO AN-RECS-REWRITTEN.
099868 3410-EXIT.
099869     EXIT.
099870*----------------------------------------------------------------
099871* 3420-VERIFY-AWARDS - RELECTURE DE CONTROLE D'UN PRIX
099872*----------------------------------------------------------------
099873 3420-VERIFY-AWARDS.
099874     READ AWARDS-FILE
099875         AT END
099876             MOVE "Y" TO AN-EOF-SWITCH
099877             GO TO 3420-EXIT
099878     END-READ.
099879     IF AN-AWARDS-STATUS NOT = "00"
099880         DISPLAY "Relecture AWARDS en echec, statut "
099881             AN-AWARDS-STATUS "."
099882         MOVE 12 TO AN-RETURN-CODE
099883         MOVE "Y" TO AN-EOF-SWITCH
099884         GO TO 3420-EXIT
099885     END-IF.
099886     MOVE AW-PLAYER-ID TO AN-ID-WORK.
099887     MOVE AW-POINTS TO AN-WORK-VALUE.
099888     PERFORM 3050-COUNT-AFTER THRU 3050-EXIT.
099889 3420-EXIT.
099890     EXIT.
099900*----------------------------------------------------------------
100000* 3500-APPLY-GAMEDTL - DETAIL DES ESSAIS : LE JOUEUR FAIT PARTIE
100100*                      DE LA CLE, CHAQUE LIGNE EST DONC SUPPRIMEE
100200*                      ET RECREEE SOUS LE JETON. LES LIGNES A
100300*                      RECLER SONT D'ABORD RELEVEES SUR DTLWORK
100400*                      (PAS DE MISE A JOUR DE CLE PENDANT LE
100500*                      PARCOURS), PUIS APPLIQUEES, PUIS LE FICHIER
100600*                      EST RELU. TOTAL DE CONTROLE : VALEURS
100700*                      PROPOSEES (GD-GUESS-VALUE)
100800*----------------------------------------------------------------
100900 3500-APPLY-GAMEDTL.
101000     OPEN I-O GAMEDTL-FILE.
101100     IF AN-GAMEDTL-STATUS NOT = "00"
101200         DISPLAY "Ouverture GAMEDTL en echec, statut "
101300             AN-GAMEDTL-STATUS "."
101400         MOVE 12 TO AN-RETURN-CODE
101500         GO TO 3500-EXIT
101600     END-IF.
101700     MOVE "Y" TO AN-GAMEDTL-OPENED-SWITCH.
101800     OPEN OUTPUT DTLWORK-FILE.
101900     IF AN-DTLWORK-STATUS NOT = "00"
102000         DISPLAY "Ouverture DTLWORK en echec, statut "
102100             AN-DTLWORK-STATUS "."
102200         MOVE 12 TO AN-RETURN-CODE
102300         GO TO 3500-EXIT
102400     END-IF.
102500     MOVE "Y" TO AN-DTLWORK-OPENED-SWITCH.
102600     PERFORM 3505-START-GAMEDTL THRU 3505-EXIT.
102700     PERFORM 3510-SCAN-GAMEDTL THRU 3510-EXIT
102800         UNTIL AN-AT-END.
102900     CLOSE DTLWORK-FILE.
103000     MOVE "N" TO AN-DTLWORK-OPENED-SWITCH.
103100     IF AN-RETURN-CODE > 8
103200         GO TO 3500-EXIT
103300     END-IF.
103400     OPEN INPUT DTLWORK-FILE.
103500     IF AN-DTLWORK-STATUS NOT = "00"
103600         DISPLAY "Reouverture DTLWORK en echec, statut "
103700             AN-DTLWORK-STATUS "."
103800         MOVE 12 TO AN-RETURN-CODE
103900         GO TO 3500-EXIT
104000     END-IF.
104100     MOVE "Y" TO AN-DTLWORK-OPENED-SWITCH.
104200     MOVE "N" TO AN-EOF-SWITCH.
104300     PERFORM 3520-REKEY-GAMEDTL THRU 3520-EXIT
104400         UNTIL AN-AT-END.
104500     IF AN-RETURN-CODE > 8
104600         GO TO 3500-EXIT
104700     END-IF.
104800     PERFORM 3505-START-GAMEDTL THRU 3505-EXIT.
104900     PERFORM 3530-VERIFY-GAMEDTL THRU 3530-EXIT
105000         UNTIL AN-AT-END.
105100 3500-EXIT.
105200     EXIT.
105300*----------------------------------------------------------------
105400* 3505-START-GAMEDTL - POSITIONNEMENT EN DEBUT DE FICHIER
105500*----------------------------------------------------------------
105600 3505-START-GAMEDTL.
105700     MOVE "N" TO AN-EOF-SWITCH.
105800     MOVE LOW-VALUES TO GD-KEY.
105900     START GAMEDTL-FILE KEY IS NOT LESS THAN GD-KEY
106000         INVALID KEY
106100             MOVE "Y" TO AN-EOF-SWITCH
106200     END-START.
106300 3505-EXIT.
106400     EXIT.
106500*----------------------------------------------------------------
106600* 3510-SCAN-GAMEDTL - UNE LIGNE DE DETAIL : TOTAUX AVANT ET RELEVE
106700*                     DES LIGNES D'UN JOUEUR RETENU (ANCIENNE CLE
106800*                     ET NOUVELLE IMAGE)
106900*----------------------------------------------------------------
107000 3510-SCAN-GAMEDTL.
107100     READ GAMEDTL-FILE NEXT RECORD
107200         AT END
107300             MOVE "Y" TO AN-EOF-SWITCH
107400             GO TO 3510-EXIT
107500     END-READ.
107600     IF AN-GAMEDTL-STATUS NOT = "00"
107700         DISPLAY "Lecture GAMEDTL en echec, statut "
107800             AN-GAMEDTL-STATUS "."
107900         MOVE 12 TO AN-RETURN-CODE
108000         MOVE "Y" TO AN-EOF-SWITCH
108100         GO TO 3510-EXIT
108200     END-IF.
108300     MOVE GD-PLAYER-ID TO AN-ID-WORK.
108400     MOVE GD-GUESS-VALUE TO AN-WORK-VALUE.
108500     PERFORM 3040-COUNT-BEFORE THRU 3040-EXIT.
108600     IF NOT AN-REPLACE
108700         GO TO 3510-EXIT
108800     END-IF.
108900     MOVE GD-KEY TO DW-OLD-KEY.
109000     MOVE AN-MP-TOKEN (AN-MAP-IDX) TO GD-PLAYER-ID.
109100     MOVE GAMEDTL-RECORD TO DW-NEW-IMAGE.
109200     WRITE DTLWORK-RECORD.
109300     IF AN-DTLWORK-STATUS NOT = "00"
109400         DISPLAY "Ecriture DTLWORK en echec, statut "
109500             AN-DTLWORK-STATUS "."
109600         MOVE 12 TO AN-RETURN-CODE
109700         MOVE "Y" TO AN-EOF-SWITCH
109800     END-IF.
109900 3510-EXIT.
110000     EXIT.
110100*----------------------------------------------------------------
110150* 3520-REKEY-GAMEDTL - CREATION DE LA LIGNE SOUS LE JETON PUIS,
110200*                      UNE FOIS L'ECRITURE REUSSIE SEULEMENT,
110250*                      SUPPRESSION SOUS L'ANCIENNE CLE : UN
110300*                      INCIDENT NE PEUT PAS FAIRE PERDRE LA LIGNE.
110350*                      UNE CLE DEJA PRISE OU INTROUVABLE EST UN
110400*                      ECART
110500*----------------------------------------------------------------
110600 3520-REKEY-GAMEDTL.
110700     READ DTLWORK-FILE
110800         AT END
110900             MOVE "Y" TO AN-EOF-SWITCH
111000             GO TO 3520-EXIT
111100     END-READ.
111200     IF AN-DTLWORK-STATUS NOT = "00"
111300         DISPLAY "Lecture DTLWORK en echec, statut "
111400             AN-DTLWORK-STATUS "."
111500         MOVE 12 TO AN-RETURN-CODE
111600         MOVE "Y" TO AN-EOF-SWITCH
111700         GO TO 3520-EXIT
111800     END-IF.
111850     MOVE DW-NEW-IMAGE TO GAMEDTL-RECORD.
111900     WRITE GAMEDTL-RECORD
111950         INVALID KEY
112000             DISPLAY "Cle GAMEDTL deja presente sous le jeton "
112050                 GD-PLAYER-ID ", statut " AN-GAMEDTL-STATUS "."
112100             ADD 1 TO AN-PLAYER-ERRORS
112150             GO TO 3520-EXIT
112200     END-WRITE.
112250     IF AN-GAMEDTL-STATUS NOT = "00"
112300         DISPLAY "Ecriture GAMEDTL en echec, statut "
112350             AN-GAMEDTL-STATUS "."
112400         MOVE 12 TO AN-RETURN-CODE
112450         MOVE "Y" TO AN-EOF-SWITCH
112500         GO TO 3520-EXIT
112550     END-IF.
112600     MOVE DW-OLD-KEY TO GD-KEY.
112650     DELETE GAMEDTL-FILE RECORD
112700         INVALID KEY
112750             DISPLAY "Ligne GAMEDTL introuvable a la "
112800                 "suppression, statut " AN-GAMEDTL-STATUS "."
112850             ADD 1 TO AN-PLAYER-ERRORS
112900             GO TO 3520-EXIT
112950     END-DELETE.
113000     IF AN-GAMEDTL-STATUS NOT = "00"
113050         DISPLAY "Suppression GAMEDTL en echec, statut "
113100             AN-GAMEDTL-STATUS "."
113150         MOVE 12 TO AN-RETURN-CODE
113200         MOVE "Y" TO AN-EOF-SWITCH
113250         GO TO 3520-EXIT
113300     END-IF.
113500     ADD 1 TO AN-RECS-REWRITTEN.
113600 3520-EXIT.
113700     EXIT.
113800*----------------------------------------------------------------
113900* 3530-VERIFY-GAMEDTL - RELECTURE DE CONTROLE D'UNE LIGNE
114000*----------------------------------------------------------------
114100 3530-VERIFY-GAMEDTL.
114200     READ GAMEDTL-FILE NEXT RECORD
114300         AT END
114400             MOVE "Y" TO AN-EOF-SWITCH
114500             GO TO 3530-EXIT
114600     END-READ.
114700     IF AN-GAMEDTL-STATUS NOT = "00"
114800         DISPLAY "Relecture GAMEDTL en echec, statut "
114900             AN-GAMEDTL-STATUS "."
115000         MOVE 12 TO AN-RETURN-CODE
115100         MOVE "Y" TO AN-EOF-SWITCH
115200         GO TO 3530-EXIT
115300     END-IF.
115400     MOVE GD-PLAYER-ID TO AN-ID-WORK.
115500     MOVE GD-GUESS-VALUE TO AN-WORK-VALUE.
115600     PERFORM 3050-COUNT-AFTER THRU 3050-EXIT.
115700 3530-EXIT.
115800     EXIT.
115801*----------------------------------------------------------------
115802* 3600-APPLY-RATING - MAITRE RATING : LA COTE DU JOUEUR EST
115803*                     RECREEE SOUS SON JETON (IDENTIFIANT EN CLE).
115804*                     UN JOUEUR JAMAIS COTE N'Y FIGURE PAS. TOTAL
115805*                     DE CONTROLE : PARTIES COTEES
115806*                     (RA-GAMES-RATED)
115807*----------------------------------------------------------------
115808 3600-APPLY-RATING.
115809     OPEN I-O RATING-FILE.
115810     IF AN-RATING-STATUS NOT = "00"
115811         DISPLAY "Ouverture RATING en echec, statut "
115812             AN-RATING-STATUS "."
115813         MOVE 12 TO AN-RETURN-CODE
115814         GO TO 3600-EXIT
115815     END-IF.
115816     MOVE "Y" TO AN-RATING-OPENED-SWITCH.
115817     PERFORM 3605-START-RATING THRU 3605-EXIT.
115818     PERFORM 3610-SCAN-RATING THRU 3610-EXIT
115819         UNTIL AN-AT-END.
115820     IF AN-RETURN-CODE > 8
115821         GO TO 3600-EXIT
115822     END-IF.
115823     PERFORM 3620-REKEY-RATING THRU 3620-EXIT
115824         VARYING AN-MAP-SUB FROM 1 BY 1
115825         UNTIL AN-MAP-SUB > AN-MAP-COUNT
115826             OR AN-RETURN-CODE > 8.
115827     IF AN-RETURN-CODE > 8
115828         GO TO 3600-EXIT
115829     END-IF.
115830     PERFORM 3605-START-RATING THRU 3605-EXIT.
115831     PERFORM 3630-VERIFY-RATING THRU 3630-EXIT
115832         UNTIL AN-AT-END.
115833 3600-EXIT.
115834     EXIT.
115835*----------------------------------------------------------------
115836* 3605-START-RATING - POSITIONNEMENT EN DEBUT DE FICHIER
115837*----------------------------------------------------------------
115838 3605-START-RATING.
115839     MOVE "N" TO AN-EOF-SWITCH.
115840     MOVE LOW-VALUES TO RA-PLAYER-ID.
115841     START RATING-FILE KEY IS NOT LESS THAN RA-PLAYER-ID
115842         INVALID KEY
115843             MOVE "Y" TO AN-EOF-SWITCH
115844     END-START.
115845 3605-EXIT.
115846     EXIT.
115847*----------------------------------------------------------------
115848* 3610-SCAN-RATING - TOTAUX AVANT D'UNE COTE
115849*----------------------------------------------------------------
115850 3610-SCAN-RATING.
115851     READ RATING-FILE NEXT RECORD
115852         AT END
115853             MOVE "Y" TO AN-EOF-SWITCH
115854             GO TO 3610-EXIT
115855     END-READ.
115856     IF AN-RATING-STATUS NOT = "00"
115857         DISPLAY "Lecture RATING en echec, statut "
115858             AN-RATING-STATUS "."
115859         MOVE 12 TO AN-RETURN-CODE
115860         MOVE "Y" TO AN-EOF-SWITCH
115861         GO TO 3610-EXIT
115862     END-IF.
115863     MOVE RA-PLAYER-ID TO AN-ID-WORK.
115864     MOVE RA-GAMES-RATED TO AN-WORK-VALUE.
115865     PERFORM 3040-COUNT-BEFORE THRU 3040-EXIT.
115866 3610-EXIT.
115867     EXIT.
115868*----------------------------------------------------------------
115869* 3620-REKEY-RATING - UN JOUEUR DE LA TABLE : CREATION DE SA COTE
115870*                     SOUS LE JETON PUIS, UNE FOIS L'ECRITURE
115871*                     REUSSIE, SUPPRESSION SOUS L'IDENTIFIANT.
115872*                     UN JOUEUR ABSENT (JAMAIS COTE OU DEJA PASSE
115873*                     SOUS SON JETON) EST LAISSE TEL QUEL ; UN
115874*                     JETON DEJA PRESENT EST UN ECART
115875*----------------------------------------------------------------
115876 3620-REKEY-RATING.
115877     MOVE AN-MP-OLD-ID (AN-MAP-SUB) TO RA-PLAYER-ID.
115878     READ RATING-FILE
115879         INVALID KEY
115880             GO TO 3620-EXIT
115881     END-READ.
115882     IF AN-RATING-STATUS NOT = "00"
115883         DISPLAY "Lecture directe RATING en echec, statut "
115884             AN-RATING-STATUS "."
115885         MOVE 12 TO AN-RETURN-CODE
115886         GO TO 3620-EXIT
115887     END-IF.
115888     MOVE AN-MP-TOKEN (AN-MAP-SUB) TO RA-PLAYER-ID.
115889     WRITE RATING-RECORD
115890         INVALID KEY
115891             DISPLAY "Jeton " RA-PLAYER-ID " deja present au "
115892                 "RATING, statut " AN-RATING-STATUS "."
115893             ADD 1 TO AN-PLAYER-ERRORS
115894             GO TO 3620-EXIT
115895     END-WRITE.
115896     IF AN-RATING-STATUS NOT = "00"
115897         DISPLAY "Ecriture RATING en echec, statut "
115898             AN-RATING-STATUS "."
115899         MOVE 12 TO AN-RETURN-CODE
115900         GO TO 3620-EXIT
115901     END-IF.
115902     MOVE AN-MP-OLD-ID (AN-MAP-SUB) TO RA-PLAYER-ID.
115903     DELETE RATING-FILE RECORD
115904         INVALID KEY
115905             DISPLAY "Suppression RATING en echec, statut "
115906                 AN-RATING-STATUS "."
115907             MOVE 12 TO AN-RETURN-CODE
115908             GO TO 3620-EXIT
115909     END-DELETE.
115910     ADD 1 TO AN-RECS-REWRITTEN.
115911 3620-EXIT.
115912     EXIT.
115913*----------------------------------------------------------------
115914* 3630-VERIFY-RATING - RELECTURE DE CONTROLE D'UNE COTE
115915*----------------------------------------------------------------
115916 3630-VERIFY-RATING.
115917     READ RATING-FILE NEXT RECORD
115918         AT END
115919             MOVE "Y" TO AN-EOF-SWITCH
115920             GO TO 3630-EXIT
115921     END-READ.
115922     IF AN-RATING-STATUS NOT = "00"
115923         DISPLAY "Relecture RATING en echec, statut "
115924             AN-RATING-STATUS "."
115925         MOVE 12 TO AN-RETURN-CODE
115926         MOVE "Y" TO AN-EOF-SWITCH
115927         GO TO 3630-EXIT
115928     END-IF.
115929     MOVE RA-PLAYER-ID TO AN-ID-WORK.
115930     MOVE RA-GAMES-RATED TO AN-WORK-VALUE.
115931     PERFORM 3050-COUNT-AFTER THRU 3050-EXIT.
115932 3630-EXIT.
115933     EXIT.
115934*----------------------------------------------------------------
116000* 3700-APPLY-ROSTER - ROSTER : LE JOUEUR EST RECREE SOUS SON
116100*                     JETON, NOM EFFACE, STATUT, DATES ET SERVICE
116200*                     CONSERVES (GGTEAM RETROUVE LE SERVICE DU
116300*                     JETON). A PASSER EN DERNIER : APRES CETTE
116400*                     ETAPE L'IDENTIFIANT D'ORIGINE N'EXISTE PLUS.
116500*                     TOTAL DE CONTROLE : JOUEURS RADIES
116600*----------------------------------------------------------------
116700 3700-APPLY-ROSTER.
116800     OPEN I-O ROSTER-FILE.
116900     IF AN-ROSTER-STATUS NOT = "00"
117000         DISPLAY "Ouverture ROSTER en echec, statut "
117100             AN-ROSTER-STATUS "."
117200         MOVE 12 TO AN-RETURN-CODE
117300         GO TO 3700-EXIT
117400     END-IF.
117500     MOVE "Y" TO AN-ROSTER-OPENED-SWITCH.
117600     PERFORM 3705-START-ROSTER THRU 3705-EXIT.
117700     PERFORM 3710-SCAN-ROSTER THRU 3710-EXIT
117800         UNTIL AN-AT-END.
117900     IF AN-RETURN-CODE > 8
118000         GO TO 3700-EXIT
118100     END-IF.
118200     PERFORM 3720-REKEY-PLAYER THRU 3720-EXIT
118300         VARYING AN-MAP-SUB FROM 1 BY 1
118400         UNTIL AN-MAP-SUB > AN-MAP-COUNT
118500             OR AN-RETURN-CODE > 8.
118600     IF AN-RETURN-CODE > 8
118700         GO TO 3700-EXIT
118800     END-IF.
118900     PERFORM 3705-START-ROSTER THRU 3705-EXIT.
119000     PERFORM 3730-VERIFY-ROSTER THRU 3730-EXIT
119100         UNTIL AN-AT-END.
119200 3700-EXIT.
119300     EXIT.
119400*----------------------------------------------------------------
119500* 3705-START-ROSTER - POSITIONNEMENT EN DEBUT DE FICHIER
119600*----------------------------------------------------------------
119700 3705-START-ROSTER.
119800     MOVE "N" TO AN-EOF-SWITCH.
119900     MOVE LOW-VALUES TO RO-PLAYER-ID.
120000     START ROSTER-FILE KEY IS NOT LESS THAN RO-PLAYER-ID
120100         INVALID KEY
120200             MOVE "Y" TO AN-EOF-SWITCH
120300     END-START.
120400 3705-EXIT.
120500     EXIT.
120600*----------------------------------------------------------------
120700* 3710-SCAN-ROSTER - TOTAUX AVANT D'UN JOUEUR DU ROSTER
120800*----------------------------------------------------------------
120900 3710-SCAN-ROSTER.
121000     READ ROSTER-FILE NEXT RECORD
121100         AT END
121200             MOVE "Y" TO AN-EOF-SWITCH
121300             GO TO 3710-EXIT
121400     END-READ.
121500     IF AN-ROSTER-STATUS NOT = "00"
121600         DISPLAY "Lecture ROSTER en echec, statut "
121700             AN-ROSTER-STATUS "."
121800         MOVE 12 TO AN-RETURN-CODE
121900         MOVE "Y" TO AN-EOF-SWITCH
122000         GO TO 3710-EXIT
122100     END-IF.
122200     MOVE RO-PLAYER-ID TO AN-ID-WORK.
122300     MOVE ZERO TO AN-WORK-VALUE.
122400     IF RO-DELETED
122500         MOVE 1 TO AN-WORK-VALUE
122600     END-IF.
122700     PERFORM 3040-COUNT-BEFORE THRU 3040-EXIT.
122800 3710-EXIT.
122900     EXIT.
123000*----------------------------------------------------------------
123050* 3720-REKEY-PLAYER - UN JOUEUR DE LA TABLE : CREATION SOUS LE
123100*                     JETON PUIS, UNE FOIS L'ECRITURE REUSSIE,
123150*                     SUPPRESSION SOUS L'IDENTIFIANT. UN
123300*                     JOUEUR DEJA PASSE SOUS SON JETON (ETAPE
123400*                     REJOUEE) EST LAISSE TEL QUEL ; UN JOUEUR
123500*                     REINTEGRE DEPUIS LA SELECTION EST UN ECART
123600*----------------------------------------------------------------
123700 3720-REKEY-PLAYER.
123800     MOVE AN-MP-OLD-ID (AN-MAP-SUB) TO RO-PLAYER-ID.
123900     READ ROSTER-FILE
124000         INVALID KEY
124100             MOVE AN-MP-TOKEN (AN-MAP-SUB) TO RO-PLAYER-ID
124200             PERFORM 3725-CHECK-TOKEN THRU 3725-EXIT
124300             GO TO 3720-EXIT
124400     END-READ.
124500     IF AN-ROSTER-STATUS NOT = "00"
124600         DISPLAY "Lecture directe ROSTER en echec, statut "
124700             AN-ROSTER-STATUS "."
124800         MOVE 12 TO AN-RETURN-CODE
124900         GO TO 3720-EXIT
125000     END-IF.
125100     IF NOT RO-DELETED
125200         MOVE AN-MP-TOKEN (AN-MAP-SUB) TO AN-TL-TOKEN
125300         DISPLAY "Joueur du jeton " AN-TL-TOKEN " plus radie "
125400             "au ROSTER depuis la selection - non anonymise."
125500         ADD 1 TO AN-PLAYER-ERRORS
125600         GO TO 3720-EXIT
125700     END-IF.
125750     MOVE AN-MP-TOKEN (AN-MAP-SUB) TO RO-PLAYER-ID.
125800     MOVE SPACES TO RO-PLAYER-NAME.
125850     WRITE ROSTER-RECORD
125900         INVALID KEY
125950             DISPLAY "Jeton " RO-PLAYER-ID " deja present au "
126000                 "ROSTER, statut " AN-ROSTER-STATUS "."
126050             MOVE 12 TO AN-RETURN-CODE
126100             GO TO 3720-EXIT
126150     END-WRITE.
126200     IF AN-ROSTER-STATUS NOT = "00"
126250         DISPLAY "Ecriture ROSTER en echec, statut "
126300             AN-ROSTER-STATUS "."
126350         MOVE 12 TO AN-RETURN-CODE
126400         GO TO 3720-EXIT
126450     END-IF.
126500     MOVE AN-MP-OLD-ID (AN-MAP-SUB) TO RO-PLAYER-ID.
126550     DELETE ROSTER-FILE RECORD
126600         INVALID KEY
126650             DISPLAY "Suppression ROSTER en echec, statut "
126700                 AN-ROSTER-STATUS "."
126750             MOVE 12 TO AN-RETURN-CODE
126800             GO TO 3720-EXIT
126850     END-DELETE.
127400     ADD 1 TO AN-RECS-REWRITTEN.
127500 3720-EXIT.
127600     EXIT.
127700*----------------------------------------------------------------
127800* 3725-CHECK-TOKEN - IDENTIFIANT D'ORIGINE ABSENT : LE JETON DOIT
127900*                    EXISTER (ETAPE REJOUEE APRES UN INCIDENT)
128000*----------------------------------------------------------------
128100 3725-CHECK-TOKEN.
128200     READ ROSTER-FILE
128300         INVALID KEY
128400             DISPLAY "Ni identifiant ni jeton " RO-PLAYER-ID
128500                 " au ROSTER."
128600             ADD 1 TO AN-PLAYER-ERRORS
128700     END-READ.
128800 3725-EXIT.
128900     EXIT.
129000*----------------------------------------------------------------
129100* 3730-VERIFY-ROSTER - RELECTURE DE CONTROLE D'UN JOUEUR ; SOUS
129200*                      JETON : NOM VIDE, RADIE, SERVICE INCHANGE
129300*----------------------------------------------------------------
129400 3730-VERIFY-ROSTER.
129500     READ ROSTER-FILE NEXT RECORD
129600         AT END
129700             MOVE "Y" TO AN-EOF-SWITCH
129800             GO TO 3730-EXIT
129900     END-READ.
130000     IF AN-ROSTER-STATUS NOT = "00"
130100         DISPLAY "Relecture ROSTER en echec, statut "
130200             AN-ROSTER-STATUS "."
130300         MOVE 12 TO AN-RETURN-CODE
130400         MOVE "Y" TO AN-EOF-SWITCH
130500         GO TO 3730-EXIT
130600     END-IF.
130700     MOVE RO-PLAYER-ID TO AN-ID-WORK.
130800     MOVE ZERO TO AN-WORK-VALUE.
130900     IF RO-DELETED
131000         MOVE 1 TO AN-WORK-VALUE
131100     END-IF.
131200     PERFORM 3050-COUNT-AFTER THRU 3050-EXIT.
131300     IF NOT AN-FOUND
131400         GO TO 3730-EXIT
131500     END-IF.
131600     IF RO-PLAYER-NAME NOT = SPACES
131700             OR NOT RO-DELETED
131800             OR RO-DEPT-CODE NOT = AN-MP-DEPT-CODE (AN-MAP-IDX)
131900         DISPLAY "Jeton " RO-PLAYER-ID " incoherent au ROSTER "
132000             "(nom, statut ou service)."
132100         ADD 1 TO AN-PLAYER-ERRORS
132200     END-IF.
132300 3730-EXIT.
132400     EXIT.
132500*----------------------------------------------------------------
132600* 3900-CHECK-BALANCE - EQUILIBRE DU FICHIER : MEMES
132700*                      ENREGISTREMENTS ET MEME TOTAL AVANT ET
132800*                      APRES, PLUS AUCUN IDENTIFIANT D'ORIGINE,
132900*                      TOUT CE QUI ETAIT SOUS IDENTIFIANT PASSE
133000*                      SOUS JETON, ET MEMES CUMULS PAR JOUEUR
133100*----------------------------------------------------------------
133200 3900-CHECK-BALANCE.
133300     PERFORM 3910-CHECK-PLAYER THRU 3910-EXIT
133400         VARYING AN-MAP-SUB FROM 1 BY 1
133500         UNTIL AN-MAP-SUB > AN-MAP-COUNT.
133600     COMPUTE AN-EXPECTED-TOKENS = AN-TOKEN-BEFORE + AN-OLD-BEFORE.
133700     MOVE "Y" TO AN-BALANCED-SWITCH.
133800     IF AN-RECS-AFTER NOT = AN-RECS-BEFORE
133900             OR AN-TOTAL-AFTER NOT = AN-TOTAL-BEFORE
134000             OR AN-OLD-AFTER NOT = ZERO
134100             OR AN-TOKEN-AFTER NOT = AN-EXPECTED-TOKENS
134200             OR AN-PLAYER-ERRORS NOT = ZERO
134300         MOVE "N" TO AN-BALANCED-SWITCH
134400         DISPLAY "DESEQUILIBRE DES TOTAUX DE CONTROLE - STEP EN "
134500             "ERREUR."
134600         IF AN-RETURN-CODE < 8
134700             MOVE 8 TO AN-RETURN-CODE
134800         END-IF
134900     ELSE
135000         DISPLAY "Totaux de controle equilibres."
135100     END-IF.
135200     MOVE AN-RECS-BEFORE TO AN-COUNT-DISPLAY.
135300     DISPLAY "Enregistrements avant     : " AN-COUNT-DISPLAY.
135400     MOVE AN-RECS-AFTER TO AN-COUNT-DISPLAY.
135500     DISPLAY "Enregistrements apres     : " AN-COUNT-DISPLAY.
135600     MOVE AN-RECS-REWRITTEN TO AN-COUNT-DISPLAY.
135700     DISPLAY "Enregistrements anonymises: " AN-COUNT-DISPLAY.
135800     MOVE AN-OLD-AFTER TO AN-COUNT-DISPLAY.
135900     DISPLAY "Identifiants restants     : " AN-COUNT-DISPLAY.
136000     MOVE AN-PLAYER-ERRORS TO AN-COUNT-DISPLAY.
136100     DISPLAY "Ecarts par joueur         : " AN-COUNT-DISPLAY.
136200 3900-EXIT.
136300     EXIT.
136400*----------------------------------------------------------------
136500* 3910-CHECK-PLAYER - CUMULS D'UN JOUEUR : CE QUI ETAIT SOUS SON
136600*                     IDENTIFIANT OU SON JETON SE RETROUVE SOUS
136700*                     SON JETON
136800*----------------------------------------------------------------
136900 3910-CHECK-PLAYER.
137000     IF AN-MP-AFTER-RECS (AN-MAP-SUB)
137100             NOT = AN-MP-BEFORE-RECS (AN-MAP-SUB)
137200             OR AN-MP-AFTER-VALUE (AN-MAP-SUB)
137300             NOT = AN-MP-BEFORE-VALUE (AN-MAP-SUB)
137400         MOVE AN-MP-TOKEN (AN-MAP-SUB) TO AN-TL-TOKEN
137500         DISPLAY "Cumuls differents avant/apres pour le jeton "
137600             AN-TL-TOKEN "."
137700         ADD 1 TO AN-PLAYER-ERRORS
137800     END-IF.
137900 3910-EXIT.
138000     EXIT.
138100*----------------------------------------------------------------
138200* 3950-WRITE-CONTROL - AJOUT DES TOTAUX DU FICHIER DANS ANONCTL
138300*----------------------------------------------------------------
138400 3950-WRITE-CONTROL.
138500     OPEN EXTEND ANONCTL-FILE.
138600     IF AN-ANONCTL-STATUS NOT = "00"
138700         DISPLAY "Ouverture ANONCTL en echec, statut "
138800             AN-ANONCTL-STATUS "."
138900         MOVE 12 TO AN-RETURN-CODE
139000         GO TO 3950-EXIT
139100     END-IF.
139200     MOVE SPACES TO ANONCTL-RECORD.
139300     MOVE AN-FILE-KIND TO AC-FILE-KIND.
139400     MOVE AN-GEN-LABEL TO AC-GEN-LABEL.
139500     MOVE AN-RECS-BEFORE TO AC-RECS-BEFORE.
139600     MOVE AN-RECS-AFTER TO AC-RECS-AFTER.
139700     MOVE AN-OLD-BEFORE TO AC-OLD-BEFORE.
139800     MOVE AN-OLD-AFTER TO AC-OLD-AFTER.
139900     MOVE AN-TOKEN-BEFORE TO AC-TOKEN-BEFORE.
140000     MOVE AN-TOKEN-AFTER TO AC-TOKEN-AFTER.
140100     MOVE AN-TOTAL-BEFORE TO AC-TOTAL-BEFORE.
140200     MOVE AN-TOTAL-AFTER TO AC-TOTAL-AFTER.
140300     MOVE AN-PLAYER-ERRORS TO AC-PLAYER-ERRORS.
140400     MOVE AN-BALANCED-SWITCH TO AC-BALANCED-FLAG.
140500     WRITE ANONCTL-RECORD.
140600     IF AN-ANONCTL-STATUS NOT = "00"
140700         DISPLAY "Ecriture ANONCTL en echec, statut "
140800             AN-ANONCTL-STATUS "."
140900         MOVE 12 TO AN-RETURN-CODE
141000     END-IF.
141100     CLOSE ANONCTL-FILE.
141200 3950-EXIT.
141300     EXIT.
141400*----------------------------------------------------------------
141500* 7000-CERTIFY - FONCTION CERTIFY : CERTIFICAT D'ANONYMISATION
141600*                A PARTIR DE LA TABLE DE CORRESPONDANCE (JETONS
141700*                SEULEMENT) ET DES TOTAUX DES ETAPES APPLY
141800*----------------------------------------------------------------
141900 7000-CERTIFY.
142000     PERFORM 3010-LOAD-MAP THRU 3010-EXIT.
142100     IF AN-RETURN-CODE > 4
142200         GO TO 7000-EXIT
142300     END-IF.
142400     OPEN INPUT ANONCTL-FILE.
142500     IF AN-ANONCTL-STATUS NOT = "00"
142600         DISPLAY "Ouverture ANONCTL en echec, statut "
142700             AN-ANONCTL-STATUS "."
142800         MOVE 12 TO AN-RETURN-CODE
142900         GO TO 7000-EXIT
143000     END-IF.
143100     MOVE "N" TO AN-EOF-SWITCH.
143200     PERFORM 7010-READ-ANONCTL THRU 7010-EXIT
143300         UNTIL AN-AT-END.
143400     CLOSE ANONCTL-FILE.
143500     IF AN-RETURN-CODE > 8
143600         GO TO 7000-EXIT
143700     END-IF.
143800     OPEN OUTPUT CERTIFICATE-REPORT.
143900     IF AN-REPORT-STATUS NOT = "00"
144000         DISPLAY "Ouverture ANONRPT en echec, statut "
144100             AN-REPORT-STATUS "."
144200         MOVE 12 TO AN-RETURN-CODE
144300         GO TO 7000-EXIT
144400     END-IF.
144500     MOVE "Y" TO AN-REPORT-OPENED-SWITCH.
144600     PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT.
144700     PERFORM 7200-PRINT-PARAMETERS THRU 7200-EXIT.
144800     PERFORM 7300-PRINT-TOKENS THRU 7300-EXIT.
144900     PERFORM 7400-PRINT-CONTROLS THRU 7400-EXIT.
145000     PERFORM 7500-PRINT-CONCLUSION THRU 7500-EXIT.
145100     IF NOT AN-CERTIFIED
145200             AND AN-RETURN-CODE < 8
145300         MOVE 8 TO AN-RETURN-CODE
145400     END-IF.
145500 7000-EXIT.
145600     EXIT.
145700*----------------------------------------------------------------
145800* 7010-READ-ANONCTL - TOTAUX D'UNE ETAPE ; UNE ETAPE REJOUEE
145900*                     REMPLACE LE PASSAGE PRECEDENT DU FICHIER
146000*----------------------------------------------------------------
146100 7010-READ-ANONCTL.
146200     READ ANONCTL-FILE
146300         AT END
146400             MOVE "Y" TO AN-EOF-SWITCH
146500             GO TO 7010-EXIT
146600     END-READ.
146700     IF AN-ANONCTL-STATUS NOT = "00"
146800         DISPLAY "Lecture ANONCTL en echec, statut "
146900             AN-ANONCTL-STATUS "."
147000         MOVE 12 TO AN-RETURN-CODE
147100         MOVE "Y" TO AN-EOF-SWITCH
147200         GO TO 7010-EXIT
147300     END-IF.
147400     MOVE AC-FILE-KIND TO AN-CK-KIND.
147500     MOVE AC-GEN-LABEL TO AN-CK-GEN.
147600     PERFORM 7020-FIND-CONTROL THRU 7020-EXIT.
147700     IF NOT AN-FOUND
147800         IF AN-CTL-COUNT = 50
147900             DISPLAY "Plus de 50 fichiers dans ANONCTL - "
148000                 "certificat refuse."
148100             MOVE "N" TO AN-CERTIFIED-SWITCH
148200             GO TO 7010-EXIT
148300         END-IF
148400         ADD 1 TO AN-CTL-COUNT
148500         SET AN-CTL-IDX TO AN-CTL-COUNT
148600     END-IF.
148700     MOVE AN-CTL-KEY-WORK TO AN-CT-KEY (AN-CTL-IDX).
148800     MOVE ANONCTL-RECORD TO AN-CT-IMAGE (AN-CTL-IDX).
148900 7010-EXIT.
149000     EXIT.
149100*----------------------------------------------------------------
149200* 7020-FIND-CONTROL - RECHERCHE DES TOTAUX DU FICHIER
149300*                     AN-CTL-KEY-WORK
149400*----------------------------------------------------------------
149500 7020-FIND-CONTROL.
149600     MOVE "N" TO AN-FOUND-SWITCH.
149700     IF AN-CTL-COUNT = ZERO
149800         GO TO 7020-EXIT
149900     END-IF.
150000     SET AN-CTL-IDX TO 1.
150100     SEARCH AN-CTL-ENTRY
150200         AT END
150300             CONTINUE
150400         WHEN AN-CT-KEY (AN-CTL-IDX) = AN-CTL-KEY-WORK
150500             MOVE "Y" TO AN-FOUND-SWITCH
150600     END-SEARCH.
150700 7020-EXIT.
150800     EXIT.
150900*----------------------------------------------------------------
151000* 7100-PRINT-HEADINGS - ENTETE DE PAGE DU CERTIFICAT
151100*----------------------------------------------------------------
151200 7100-PRINT-HEADINGS.
151300     ADD 1 TO AN-PAGE-NUMBER.
151400     MOVE AN-PAGE-NUMBER TO AN-HDG-PAGE.
151500     MOVE AN-RUN-DATE TO AN-HDG-DATE.
151600     WRITE CERTIFICATE-PRINT-LINE FROM AN-HEADING-LINE-1
151700         AFTER ADVANCING PAGE.
151800     WRITE CERTIFICATE-PRINT-LINE FROM AN-HEADING-LINE-2
151900         AFTER ADVANCING 1 LINE.
152000     WRITE CERTIFICATE-PRINT-LINE FROM AN-RULE-LINE
152100         AFTER ADVANCING 1 LINE.
152200     MOVE 3 TO AN-LINE-COUNT.
152300 7100-EXIT.
152400     EXIT.
152500*----------------------------------------------------------------
152600* 7110-PRINT-TEXT - UNE LIGNE DE TEXTE (AN-TX-TEXT)
152700*----------------------------------------------------------------
152800 7110-PRINT-TEXT.
152900     IF AN-LINE-COUNT >= AN-LINES-PER-PAGE
153000         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
153100     END-IF.
153200     WRITE CERTIFICATE-PRINT-LINE FROM AN-TEXT-LINE
153300         AFTER ADVANCING 1 LINE.
153400     ADD 1 TO AN-LINE-COUNT.
153500 7110-EXIT.
153600     EXIT.
153700*----------------------------------------------------------------
153800* 7120-PRINT-PARAM - UNE LIGNE LIBELLE / VALEUR
153900*----------------------------------------------------------------
154000 7120-PRINT-PARAM.
154100     IF AN-LINE-COUNT >= AN-LINES-PER-PAGE
154200         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
154300     END-IF.
154400     WRITE CERTIFICATE-PRINT-LINE FROM AN-PARAM-LINE
154500         AFTER ADVANCING 1 LINE.
154600     ADD 1 TO AN-LINE-COUNT.
154700 7120-EXIT.
154800     EXIT.
154900*----------------------------------------------------------------
155000* 7200-PRINT-PARAMETERS - OBJET DU CERTIFICAT ET PARAMETRES DE LA
155100*                         SELECTION
155200*----------------------------------------------------------------
155300 7200-PRINT-PARAMETERS.
155400     MOVE SPACES TO AN-TX-TEXT.
155500     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
155600     MOVE "OBJET : ANONYMISATION DES JOUEURS RADIES AU-DELA DE "
155700         TO AN-TX-TEXT.
155800     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
155900     MOVE "LA DUREE DE RETENTION. L'IDENTIFIANT DE CHAQUE JOUEUR "
156000         TO AN-TX-TEXT.
156100     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
156200     MOVE "EST REMPLACE PAR UN JETON DANS LES FICHIERS LISTES "
156300         TO AN-TX-TEXT.
156400     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
156500     MOVE "ET SON NOM EST EFFACE DU ROSTER." TO AN-TX-TEXT.
156600     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
156700     MOVE SPACES TO AN-TX-TEXT.
156800     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
156900     MOVE "DATE DE SELECTION                     : "
157000         TO AN-PL-LABEL.
157100     MOVE AN-SELECT-DATE TO AN-PL-VALUE.
157200     PERFORM 7120-PRINT-PARAM THRU 7120-EXIT.
157300     MOVE "DUREE DE RETENTION (JOURS, 0 = DATE)  : "
157400         TO AN-PL-LABEL.
157500     MOVE AN-RETENTION-DAYS TO AN-PL-VALUE.
157600     PERFORM 7120-PRINT-PARAM THRU 7120-EXIT.
157700     MOVE "DATE PIVOT (FIN DE CONTRAT ANTERIEURE): "
157800         TO AN-PL-LABEL.
157900     MOVE AN-CUTOFF-DATE TO AN-PL-VALUE.
158000     PERFORM 7120-PRINT-PARAM THRU 7120-EXIT.
158100     MOVE "JOUEURS ANONYMISES                    : "
158200         TO AN-PL-LABEL.
158300     MOVE AN-MAP-COUNT TO AN-COUNT-DISPLAY.
158400     MOVE AN-COUNT-DISPLAY TO AN-PL-VALUE.
158500     PERFORM 7120-PRINT-PARAM THRU 7120-EXIT.
158600     MOVE "JOUEURS DIFFERES AU PASSAGE SUIVANT   : "
158700         TO AN-PL-LABEL.
158800     MOVE AN-DEFERRED-COUNT TO AN-COUNT-DISPLAY.
158900     MOVE AN-COUNT-DISPLAY TO AN-PL-VALUE.
159000     PERFORM 7120-PRINT-PARAM THRU 7120-EXIT.
159100 7200-EXIT.
159200     EXIT.
159300*----------------------------------------------------------------
159400* 7300-PRINT-TOKENS - LISTE DES JETONS ATTRIBUES (AUCUN
159500*                     IDENTIFIANT D'ORIGINE N'EST IMPRIME)
159600*----------------------------------------------------------------
159700 7300-PRINT-TOKENS.
159800     MOVE SPACES TO AN-TX-TEXT.
159900     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
160000     MOVE "JETONS ATTRIBUES" TO AN-TX-TEXT.
160100     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
160200     IF AN-MAP-COUNT = ZERO
160300         MOVE "AUCUN JOUEUR A ANONYMISER A LA DATE PIVOT."
160400             TO AN-TX-TEXT
160500         PERFORM 7110-PRINT-TEXT THRU 7110-EXIT
160600         GO TO 7300-EXIT
160700     END-IF.
160800     IF AN-LINE-COUNT >= AN-LINES-PER-PAGE
160900         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
161000     END-IF.
161100     WRITE CERTIFICATE-PRINT-LINE FROM AN-TOKEN-HEADING
161200         AFTER ADVANCING 1 LINE.
161300     ADD 1 TO AN-LINE-COUNT.
161400     PERFORM 7310-PRINT-TOKEN THRU 7310-EXIT
161500         VARYING AN-MAP-SUB FROM 1 BY 1
161600         UNTIL AN-MAP-SUB > AN-MAP-COUNT.
161700 7300-EXIT.
161800     EXIT.
161900*----------------------------------------------------------------
162000* 7310-PRINT-TOKEN - UN JETON : SERVICE ET DATE DE FIN CONSERVES
162100*----------------------------------------------------------------
162200 7310-PRINT-TOKEN.
162300     IF AN-LINE-COUNT >= AN-LINES-PER-PAGE
162400         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
162500         WRITE CERTIFICATE-PRINT-LINE FROM AN-TOKEN-HEADING
162600             AFTER ADVANCING 1 LINE
162700         ADD 1 TO AN-LINE-COUNT
162800     END-IF.
162900     MOVE AN-MP-TOKEN (AN-MAP-SUB) TO AN-TL-TOKEN.
163000     MOVE AN-MP-DEPT-CODE (AN-MAP-SUB) TO AN-TL-DEPT.
163100     MOVE AN-MP-END-DATE (AN-MAP-SUB) TO AN-TL-END-DATE.
163200     WRITE CERTIFICATE-PRINT-LINE FROM AN-TOKEN-LINE
163300         AFTER ADVANCING 1 LINE.
163400     ADD 1 TO AN-LINE-COUNT.
163500 7310-EXIT.
163600     EXIT.
163700*----------------------------------------------------------------
163800* 7400-PRINT-CONTROLS - TOTAUX DE CONTROLE AVANT/APRES PAR
163900*                       FICHIER, PUIS FICHIERS OBLIGATOIRES NON
164000*                       TRAITES
164100*----------------------------------------------------------------
164200 7400-PRINT-CONTROLS.
164300     IF AN-LINE-COUNT > AN-LINES-PER-PAGE - 13
164400         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
164500     END-IF.
164600     MOVE SPACES TO AN-TX-TEXT.
164700     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
164800     MOVE "TOTAUX DE CONTROLE AVANT / APRES ANONYMISATION"
164900         TO AN-TX-TEXT.
165000     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
165100     MOVE "ENREG = ENREGISTREMENTS, ORIG = SOUS IDENTIFIANT "
165200         TO AN-TX-TEXT.
165300     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
165400     MOVE "D'ORIGINE, JETON = SOUS JETON, TOTAL = ESSAIS "
165500         TO AN-TX-TEXT.
165600     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
165700     MOVE "(GAMELOG, ARCHIVE), VALEURS PROPOSEES (GAMEDTL), "
165800         TO AN-TX-TEXT.
165900     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
165920     MOVE "POINTS (SEASON, AWARDS), PARTIES COTEES (RATING), "
165940         TO AN-TX-TEXT.
165960     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
165980     MOVE "JOUEURS RADIES (ROSTER), "
166100         TO AN-TX-TEXT.
166200     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
166300     MOVE "ECARTS = ECARTS DE CUMUL PAR JOUEUR."
166400         TO AN-TX-TEXT.
166500     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
166600     WRITE CERTIFICATE-PRINT-LINE FROM AN-CONTROL-HEADING
166700         AFTER ADVANCING 2 LINES.
166800     ADD 2 TO AN-LINE-COUNT.
166900     PERFORM 7410-PRINT-CONTROL THRU 7410-EXIT
167000         VARYING AN-CTL-SUB FROM 1 BY 1
167100         UNTIL AN-CTL-SUB > AN-CTL-COUNT.
167200     PERFORM 7420-CHECK-REQUIRED THRU 7420-EXIT
167300         VARYING AN-REQUIRED-SUB FROM 1 BY 1
167400         UNTIL AN-REQUIRED-SUB > AN-REQUIRED-COUNT.
167500 7400-EXIT.
167600     EXIT.
167700*----------------------------------------------------------------
167800* 7410-PRINT-CONTROL - TOTAUX D'UN FICHIER TRAITE
167900*----------------------------------------------------------------
168000 7410-PRINT-CONTROL.
168100     IF AN-LINE-COUNT >= AN-LINES-PER-PAGE
168200         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
168300         WRITE CERTIFICATE-PRINT-LINE FROM AN-CONTROL-HEADING
168400             AFTER ADVANCING 1 LINE
168500         ADD 1 TO AN-LINE-COUNT
168600     END-IF.
168700     MOVE AN-CT-IMAGE (AN-CTL-SUB) TO ANONCTL-RECORD.
168800     MOVE AC-FILE-KIND TO AN-CL-KIND.
168900     MOVE AC-GEN-LABEL TO AN-CL-GEN.
169000     MOVE AC-RECS-BEFORE TO AN-CL-RECS-BEFORE.
169100     MOVE AC-RECS-AFTER TO AN-CL-RECS-AFTER.
169200     MOVE AC-OLD-BEFORE TO AN-CL-OLD-BEFORE.
169300     MOVE AC-OLD-AFTER TO AN-CL-OLD-AFTER.
169400     MOVE AC-TOKEN-BEFORE TO AN-CL-TOKEN-BEFORE.
169500     MOVE AC-TOKEN-AFTER TO AN-CL-TOKEN-AFTER.
169600     MOVE AC-TOTAL-BEFORE TO AN-CL-TOTAL-BEFORE.
169700     MOVE AC-TOTAL-AFTER TO AN-CL-TOTAL-AFTER.
169800     MOVE AC-PLAYER-ERRORS TO AN-CL-ERRORS.
169900     IF AC-BALANCED
170000         MOVE "EQUILIBRE" TO AN-CL-STATUS
170100     ELSE
170200         MOVE "DESEQUILIBRE" TO AN-CL-STATUS
170300         MOVE "N" TO AN-CERTIFIED-SWITCH
170400     END-IF.
170500     WRITE CERTIFICATE-PRINT-LINE FROM AN-CONTROL-LINE
170600         AFTER ADVANCING 1 LINE.
170700     ADD 1 TO AN-LINE-COUNT.
170800 7410-EXIT.
170900     EXIT.
171000*----------------------------------------------------------------
171100* 7420-CHECK-REQUIRED - GAMELOG VIF, GAMEDTL, SEASON, RATING,
171200*                       AWARDS ET ROSTER DOIVENT AVOIR ETE TRAITES
171300*----------------------------------------------------------------
171400 7420-CHECK-REQUIRED.
171500     MOVE AN-REQUIRED-KIND (AN-REQUIRED-SUB) TO AN-CK-KIND.
171600     MOVE SPACES TO AN-CK-GEN.
171700     PERFORM 7020-FIND-CONTROL THRU 7020-EXIT.
171800     IF AN-FOUND
171900         GO TO 7420-EXIT
172000     END-IF.
172100     MOVE "N" TO AN-CERTIFIED-SWITCH.
172200     MOVE SPACES TO AN-CONTROL-LINE.
172300     MOVE AN-CK-KIND TO AN-CL-KIND.
172400     MOVE "NON TRAITE" TO AN-CL-STATUS.
172500     IF AN-LINE-COUNT >= AN-LINES-PER-PAGE
172600         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
172700     END-IF.
172800     WRITE CERTIFICATE-PRINT-LINE FROM AN-CONTROL-LINE
172900         AFTER ADVANCING 1 LINE.
173000     ADD 1 TO AN-LINE-COUNT.
173100 7420-EXIT.
173200     EXIT.
173300*----------------------------------------------------------------
173400* 7500-PRINT-CONCLUSION - CONCLUSION ET VISA DU DELEGUE A LA
173500*                         PROTECTION DES DONNEES
173600*----------------------------------------------------------------
173700 7500-PRINT-CONCLUSION.
173800     IF AN-LINE-COUNT > AN-LINES-PER-PAGE - 16
173900         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
174000     END-IF.
174100     MOVE SPACES TO AN-TX-TEXT.
174200     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
174300     IF AN-CERTIFIED
174400         MOVE "ANONYMISATION CERTIFIEE : AUCUN IDENTIFIANT "
174500             TO AN-TX-TEXT
174600         PERFORM 7110-PRINT-TEXT THRU 7110-EXIT
174700         MOVE "D'ORIGINE NE SUBSISTE DANS LES FICHIERS TRAITES "
174800             TO AN-TX-TEXT
174900         PERFORM 7110-PRINT-TEXT THRU 7110-EXIT
175000         MOVE "ET TOUS LES TOTAUX DE CONTROLE SONT EQUILIBRES. "
175100             TO AN-TX-TEXT
175200         PERFORM 7110-PRINT-TEXT THRU 7110-EXIT
175300         MOVE "LA TABLE DE CORRESPONDANCE ANONMAP EST DETRUITE "
175400             TO AN-TX-TEXT
175500         PERFORM 7110-PRINT-TEXT THRU 7110-EXIT
175600         MOVE "EN FIN DE TRAITEMENT." TO AN-TX-TEXT
175700         PERFORM 7110-PRINT-TEXT THRU 7110-EXIT
175800     ELSE
175900         MOVE "ANONYMISATION NON CERTIFIEE : FICHIER NON TRAITE "
176000             TO AN-TX-TEXT
176100         PERFORM 7110-PRINT-TEXT THRU 7110-EXIT
176200         MOVE "OU TOTAUX DESEQUILIBRES. TABLE DE CORRESPONDANCE"
176300             TO AN-TX-TEXT
176400         PERFORM 7110-PRINT-TEXT THRU 7110-EXIT
176500         MOVE "ANONMAP EST CONSERVEE POUR LA REPRISE."
176600             TO AN-TX-TEXT
176700         PERFORM 7110-PRINT-TEXT THRU 7110-EXIT
176800     END-IF.
176900     MOVE SPACES TO AN-TX-TEXT.
177000     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
177100     MOVE "ETABLI PAR L'EXPLOITATION INFORMATIQUE - NOM : "
177200         TO AN-TX-TEXT.
177300     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
177400     MOVE SPACES TO AN-TX-TEXT.
177500     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
177600     MOVE "VISA DU DELEGUE A LA PROTECTION DES DONNEES"
177700         TO AN-TX-TEXT.
177800     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
177900     MOVE SPACES TO AN-TX-TEXT.
178000     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
178100     MOVE "NOM : ______________________  DATE : ____________  "
178200         TO AN-TX-TEXT.
178300     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
178400     MOVE SPACES TO AN-TX-TEXT.
178500     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
178600     MOVE "SIGNATURE : ______________________________"
178700         TO AN-TX-TEXT.
178800     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
178900 7500-EXIT.
179000     EXIT.
179100*----------------------------------------------------------------
179200* 9000-TERMINATE - FERMETURE DES FICHIERS ET FIN DE PROGRAMME
179300*----------------------------------------------------------------
179400 9000-TERMINATE.
179500     IF AN-ROSTER-IS-OPENED
179600         CLOSE ROSTER-FILE
179700     END-IF.
179800     IF AN-HISTLOG-IS-OPENED
179900         CLOSE HISTLOG-FILE
180000     END-IF.
180100     IF AN-SEASON-IS-OPENED
180200         CLOSE SEASON-FILE
180300     END-IF.
180400     IF AN-GAMEDTL-IS-OPENED
180500         CLOSE GAMEDTL-FILE
180600     END-IF.
180610     IF AN-RATING-IS-OPENED
180620         CLOSE RATING-FILE
180630     END-IF.
180640     IF AN-AWARDS-IS-OPENED
180650         CLOSE AWARDS-FILE
180660     END-IF.
180700     IF AN-DTLWORK-IS-OPENED
180800         CLOSE DTLWORK-FILE
180900     END-IF.
181000     IF AN-ANONMAP-IS-OPENED
181100         CLOSE ANONMAP-FILE
181200     END-IF.
181300     IF AN-REPORT-IS-OPENED
181400         CLOSE CERTIFICATE-REPORT
181500     END-IF.
181600     DISPLAY "Anonymisation GGANONYM " AN-PARM-FUNCTION
181700         " terminee, code retour " AN-RETURN-CODE ".".
181800 9000-EXIT.
181900     EXIT.
