000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GGCALEND.
000300 AUTHOR. D. LAMBERT.
000400 INSTALLATION. DIRECTION INFORMATIQUE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 10/15/2026 DL   PROGRAMME INITIAL - MAINTENANCE DU CALENDRIER
001300*                 DU CONCOURS PAR CARTES DE MOUVEMENT (ADD,
001400*                 CHANGE, DELETE SUR CA-DATE, CF CALTRNR) AVEC
001500*                 ETAT D'AUDIT AVANT/APRES. UNE DIFFICULTE MAL
001600*                 ORTHOGRAPHIEE OU UNE DATE OUBLIEE FAISAIT
001700*                 RETOMBER GUESSGAME SUR LE PARM OU LES VALEURS
001800*                 PAR DEFAUT SANS QUE PERSONNE NE LE VOIE.
001900*                 CONTROLES : DIFFICULTE EASY/MEDIUM/HARD, TOPS
002000*                 EVENEMENT ET DEFI, PLAFOND D'ESSAIS AU MOINS
002100*                 EGAL AU MINIMUM DE LA DICHOTOMIE POUR LA PLAGE,
002200*                 PAS DE DATE EN DOUBLE. LE MOIS A VENIR (MOIS
002300*                 SUIVANT LA DATE DE GESTION RUNCTL, OU PARM
002400*                 'AAAAMM') DOIT AVOIR UNE LIGNE VALIDE POUR
002500*                 CHAQUE JOUR OUVRE (LUNDI A VENDREDI), SINON
002600*                 CODE RETOUR 8. LE RESULTAT EST TAMPONNE DANS
002700*                 RUNCTL (ENREGISTREMENT "GGCALEND") : GGRUNDT
002800*                 REFUSE D'OUVRIR UN MOIS NON VALIDE. VUE
002900*                 MENSUELLE DU CONCOURS POUR L'AFFICHAGE.
003000*                 LE NOUVEAU CALENDRIER, TRIE SUR LA DATE, EST
003100*                 ECRIT SUR CALOUT. CODE RETOUR 4 SI UNE CARTE
003200*                 EST REJETEE OU UNE LIGNE DU FICHIER ECARTEE,
003300*                 12 SUR ERREUR D'E/S OU PARM INVALIDE (CALOUT
003400*                 N'EST ALORS PAS ECRIT).
003500*----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS CM-CALENDAR-STATUS.
004500     SELECT CALOUT-FILE ASSIGN TO CALOUT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS CM-CALOUT-STATUS.
004800     SELECT CALENDAR-TRAN-FILE ASSIGN TO CALTRAN
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS CM-CALTRAN-STATUS.
005100     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS CM-RUNCTL-STATUS.
005400     SELECT AUDIT-REPORT ASSIGN TO CALRPT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS CM-REPORT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CALENDAR-FILE
006000     RECORDING MODE IS F.
006100 01  CALENDAR-IO-AREA           PIC X(49).
006200 FD  CALOUT-FILE
006300     RECORDING MODE IS F.
006400 01  CALOUT-RECORD              PIC X(49).
006500 FD  CALENDAR-TRAN-FILE.
006600 COPY CALTRNR.
006700 FD  RUNCTL-FILE
006800     RECORDING MODE IS F.
006900 01  RUNCTL-IO-AREA             PIC X(80).
007000 FD  AUDIT-REPORT
007100     RECORDING MODE IS F.
007200 01  AUDIT-PRINT-LINE           PIC X(132).
007300 WORKING-STORAGE SECTION.
007400*----------------------------------------------------------------
007500* SWITCHS DE CONTROLE ET STATUTS FICHIERS
007600*----------------------------------------------------------------
007700 01  CM-CALENDAR-STATUS         PIC X(02)  VALUE "00".
007800 01  CM-CALOUT-STATUS           PIC X(02)  VALUE "00".
007900 01  CM-CALTRAN-STATUS          PIC X(02)  VALUE "00".
008000 01  CM-RUNCTL-STATUS           PIC X(02)  VALUE "00".
008100 01  CM-REPORT-STATUS           PIC X(02)  VALUE "00".
008200 01  CM-CAL-EOF-SWITCH          PIC X(01)  VALUE "N".
008300     88  CM-CAL-AT-END                     VALUE "Y".
008400 01  CM-TRAN-EOF-SWITCH         PIC X(01)  VALUE "N".
008500     88  CM-TRAN-AT-END                    VALUE "Y".
008600 01  CM-TRAN-OPENED-SWITCH      PIC X(01)  VALUE "N".
008700     88  CM-TRAN-IS-OPENED                 VALUE "Y".
008800 01  CM-RUNCTL-EOF-SWITCH       PIC X(01)  VALUE "N".
008900     88  CM-RUNCTL-AT-END                  VALUE "Y".
009000 01  CM-RUNCTL-PRESENT-SWITCH   PIC X(01)  VALUE "N".
009100     88  CM-RUNCTL-PRESENT                 VALUE "Y".
009200 01  CM-RUNCTL-OVFL-SWITCH      PIC X(01)  VALUE "N".
009300     88  CM-RUNCTL-OVERFLOW                VALUE "Y".
009400 01  CM-FATAL-ERROR-SWITCH      PIC X(01)  VALUE "N".
009500     88  CM-FATAL-ERROR                    VALUE "Y".
009600 01  CM-DATE-FOUND-SWITCH       PIC X(01)  VALUE "N".
009700     88  CM-DATE-FOUND                     VALUE "Y".
009800 01  CM-PLACE-FOUND-SWITCH      PIC X(01)  VALUE "N".
009900     88  CM-PLACE-FOUND                    VALUE "Y".
010000 01  CM-MONTH-CHECKED-SWITCH    PIC X(01)  VALUE "N".
010100     88  CM-MONTH-CHECKED                  VALUE "Y".
010200 01  CM-MONTH-VALID-SWITCH      PIC X(01)  VALUE "N".
010300     88  CM-MONTH-VALID                    VALUE "Y".
010400*----------------------------------------------------------------
010500* COMPTEURS DE CONTROLE
010600*----------------------------------------------------------------
010700 01  CM-CARDS-READ              PIC 9(05)  VALUE ZERO.
010800 01  CM-CARDS-APPLIED           PIC 9(05)  VALUE ZERO.
010900 01  CM-CARDS-REJECTED          PIC 9(05)  VALUE ZERO.
011000 01  CM-BEFORE-COUNT            PIC 9(05)  VALUE ZERO.
011100 01  CM-DISCARD-COUNT           PIC 9(05)  VALUE ZERO.
011200 01  CM-AFTER-COUNT             PIC 9(05)  VALUE ZERO.
011300 01  CM-MONTH-ENTRIES           PIC 9(02)  VALUE ZERO.
011400 01  CM-BUSINESS-DAYS           PIC 9(02)  VALUE ZERO.
011500 01  CM-MISSING-DAYS            PIC 9(02)  VALUE ZERO.
011600 01  CM-INVALID-DAYS            PIC 9(02)  VALUE ZERO.
011700 01  CM-CURRENT-DATE            PIC 9(08)  VALUE ZERO.
011800 01  CM-RETURN-CODE             PIC 9(04)  VALUE ZERO.
011900*----------------------------------------------------------------
012000* PARM : MOIS A VALIDER 'AAAAMM' (DEFAUT : MOIS SUIVANT LA DATE
012100* DE GESTION RUNCTL, OU LA DATE DU JOUR SANS RUNCTL)
012200*----------------------------------------------------------------
012300 01  CM-PARM-DATA               PIC X(40)  VALUE SPACES.
012400 01  CM-PARM-MONTH-TOK          PIC X(08)  VALUE SPACES.
012500 01  CM-PARM-MONTH-PARTS REDEFINES CM-PARM-MONTH-TOK.
012600     05  CM-PARM-MONTH-DIGITS   PIC X(06).
012700     05  CM-PARM-MONTH-REST     PIC X(02).
012800 01  CM-MONTH-START             PIC 9(08)  VALUE ZERO.
012900 01  CM-MONTH-START-PARTS REDEFINES CM-MONTH-START.
013000     05  CM-MS-YEAR             PIC 9(04).
013100     05  CM-MS-MONTH            PIC 9(02).
013200     05  CM-MS-DAY              PIC 9(02).
013300 01  CM-MONTH-DAYS              PIC 9(02)  VALUE ZERO.
013400*----------------------------------------------------------------
013500* CONTROLE D'UNE DATE AAAAMMJJ ET JOUR DE LA SEMAINE
013600*----------------------------------------------------------------
013700 01  CM-CHECK-DATE              PIC 9(08)  VALUE ZERO.
013800 01  CM-CHECK-DATE-PARTS REDEFINES CM-CHECK-DATE.
013900     05  CM-CD-YEAR             PIC 9(04).
014000     05  CM-CD-MONTH            PIC 9(02).
014100     05  CM-CD-DAY              PIC 9(02).
014200 01  CM-DATE-VALID-SWITCH       PIC X(01)  VALUE "N".
014300     88  CM-DATE-VALID                     VALUE "Y".
014400 01  CM-DAYS-IN-MONTH           PIC 9(02)  VALUE ZERO.
014500 01  CM-LEAP-QUOTIENT           PIC 9(04)  VALUE ZERO.
014600 01  CM-LEAP-REM-4              PIC 9(03)  VALUE ZERO.
014700 01  CM-LEAP-REM-100            PIC 9(03)  VALUE ZERO.
014800 01  CM-LEAP-REM-400            PIC 9(03)  VALUE ZERO.
014900 01  CM-DAY-INTEGER             PIC 9(08)  COMP VALUE ZERO.
015000 01  CM-WEEK-QUOTIENT           PIC 9(08)  COMP VALUE ZERO.
015100 01  CM-WEEKDAY                 PIC 9(01)  VALUE ZERO.
015200     88  CM-BUSINESS-DAY                   VALUE 1 THRU 5.
015300 01  CM-MONTH-LENGTHS.
015400     05  FILLER                 PIC X(24)  VALUE
015500         "312831303130313130313031".
015600 01  CM-MONTH-LENGTH-TABLE REDEFINES CM-MONTH-LENGTHS.
015700     05  CM-MONTH-LENGTH        PIC 9(02)  OCCURS 12 TIMES.
015800 01  CM-MONTH-NAMES.
015900     05  FILLER                 PIC X(36)  VALUE
016000         "JANVIER  FEVRIER  MARS     AVRIL    ".
016100     05  FILLER                 PIC X(36)  VALUE
016200         "MAI      JUIN     JUILLET  AOUT     ".
016300     05  FILLER                 PIC X(36)  VALUE
016400         "SEPTEMBREOCTOBRE  NOVEMBRE DECEMBRE ".
016500 01  CM-MONTH-NAME-TABLE REDEFINES CM-MONTH-NAMES.
016600     05  CM-MONTH-NAME          PIC X(09)  OCCURS 12 TIMES.
016700*----------------------------------------------------------------
016800* PLAGE DE LA DIFFICULTE ET MINIMUM DE LA DICHOTOMIE (PLUS PETIT
016900* P TEL QUE 2 PUISSANCE P - 1 COUVRE LA PLAGE, CF GGBRACKT)
017000*----------------------------------------------------------------
017100 01  CM-MAX-NUMBER              PIC 9(03)  VALUE ZERO.
017200 01  CM-SPAN                    PIC 9(05)  VALUE ZERO.
017300 01  CM-PAR                     PIC 9(03)  VALUE ZERO.
017400*----------------------------------------------------------------
017500* CALENDRIER EN MEMOIRE, TRIE SUR LA DATE
017600*----------------------------------------------------------------
017700 01  CM-CAL-COUNT               PIC 9(04)  COMP VALUE ZERO.
017800 01  CM-CAL-SUB                 PIC 9(04)  COMP VALUE ZERO.
017900 01  CM-SHIFT-SUB               PIC 9(04)  COMP VALUE ZERO.
018000 01  CM-CAL-TABLE.
018100     05  CM-CAL-ENTRY  OCCURS 1 TO 2000 TIMES
018200                       DEPENDING ON CM-CAL-COUNT
018300                       ASCENDING KEY IS CM-CE-DATE
018400                       INDEXED BY CM-CAL-IDX.
018500         10  CM-CE-DATE            PIC 9(08).
018600         10  CM-CE-SETTINGS        PIC X(41).
018700*----------------------------------------------------------------
018800* JOURS DU MOIS CONTROLE : JOUR DE LA SEMAINE (1 = LUNDI),
018900* LIGNE DU CALENDRIER ET ETAT DU JOUR
019000*----------------------------------------------------------------
019100 01  CM-DAY                     PIC 9(02)  VALUE ZERO.
019200 01  CM-DAY-TABLE.
019300     05  CM-DAY-ENTRY  OCCURS 31 TIMES.
019400         10  CM-DY-WEEKDAY         PIC 9(01).
019500         10  CM-DY-CAL-SUB         PIC 9(04)  COMP.
019600         10  CM-DY-STATE           PIC X(01).
019700             88  CM-DY-OK                    VALUE "O".
019800             88  CM-DY-MISSING               VALUE "M".
019900             88  CM-DY-INVALID               VALUE "E".
020000             88  CM-DY-NO-CONTEST            VALUE " ".
020100*----------------------------------------------------------------
020200* ZONES DE TRAVAIL DU MOUVEMENT EN COURS
020300*----------------------------------------------------------------
020400 01  CM-TRAN-DATE               PIC 9(08)  VALUE ZERO.
020500 01  CM-REJECT-REASON           PIC X(40)  VALUE SPACES.
020600 01  CM-OLD-IMAGE               PIC X(49)  VALUE SPACES.
020700 01  CM-NEW-FOUND-SWITCH        PIC X(01)  VALUE "N".
020800     88  CM-NEW-IMAGE-KEPT                 VALUE "Y".
020900 01  CM-ACTION-LABEL            PIC X(08)  VALUE SPACES.
021000 COPY CALENDR.
021100*----------------------------------------------------------------
021200* FICHIER DE PILOTAGE RUNCTL (TAMPON DU MOIS VALIDE)
021300*----------------------------------------------------------------
021400 01  CM-BUSINESS-DATE           PIC 9(08)  VALUE ZERO.
021500 01  CM-RC-COUNT                PIC 9(03)  COMP VALUE ZERO.
021600 01  CM-RC-SELF-SUB             PIC 9(03)  COMP VALUE ZERO.
021700 01  CM-RC-TABLE.
021800     05  CM-RC-ENTRY  OCCURS 1 TO 20 TIMES
021900                      DEPENDING ON CM-RC-COUNT.
022000         10  CM-RC-IMAGE        PIC X(80).
022100 COPY RUNCTLR.
022200*----------------------------------------------------------------
022300* MISE EN PAGE DE L'ETAT D'AUDIT ET DE LA VUE MENSUELLE
022400*----------------------------------------------------------------
022500 01  CM-PAGE-NUMBER             PIC 9(04)  VALUE ZERO.
022600 01  CM-LINE-COUNT              PIC 9(03)  VALUE ZERO.
022700 01  CM-LINES-PER-PAGE          PIC 9(03)  VALUE 55.
022800 01  CM-HEADING-LINE-1.
022900     05  FILLER                PIC X(20)  VALUE
023000         "GGCALEND            ".
023100     05  FILLER                PIC X(15)  VALUE SPACES.
023200     05  CM-HDG-TITLE          PIC X(42)  VALUE
023300         "MAINTENANCE DU CALENDRIER DU CONCOURS     ".
023400     05  FILLER                PIC X(38)  VALUE SPACES.
023500     05  FILLER                PIC X(07)  VALUE "PAGE : ".
023600     05  CM-HDG-PAGE           PIC ZZZ9.
023700     05  FILLER                PIC X(06)  VALUE SPACES.
023800 01  CM-HEADING-LINE-2.
023900     05  FILLER                PIC X(18)  VALUE
024000         "DATE DU JOUR    : ".
024100     05  CM-HDG-DATE           PIC 9(08).
024200     05  FILLER                PIC X(05)  VALUE SPACES.
024300     05  FILLER                PIC X(18)  VALUE
024400         "MOIS CONTROLE   : ".
024500     05  CM-HDG-MONTH-NAME     PIC X(09).
024600     05  FILLER                PIC X(01)  VALUE SPACES.
024700     05  CM-HDG-YEAR           PIC 9(04).
024800     05  FILLER                PIC X(69)  VALUE SPACES.
024900 01  CM-HEADING-LINE-3.
025000     05  FILLER                PIC X(126) VALUE ALL "-".
025100     05  FILLER                PIC X(06)  VALUE SPACES.
025200 01  CM-TEXT-LINE.
025300     05  FILLER                PIC X(01)  VALUE SPACES.
025400     05  CM-TX-TEXT            PIC X(80).
025500     05  FILLER                PIC X(51)  VALUE SPACES.
025600 01  CM-CARD-LINE.
025700     05  FILLER                PIC X(01)  VALUE SPACES.
025800     05  CM-CL-ACTION          PIC X(08).
025900     05  FILLER                PIC X(01)  VALUE SPACES.
026000     05  CM-CL-DATE            PIC X(08).
026100     05  FILLER                PIC X(03)  VALUE " - ".
026200     05  CM-CL-DISP            PIC X(60).
026300     05  FILLER                PIC X(51)  VALUE SPACES.
026400 01  CM-IMAGE-LINE.
026500     05  FILLER                PIC X(03)  VALUE SPACES.
026600     05  CM-IL-TAG             PIC X(08).
026700     05  CM-IL-DIFFICULTY      PIC X(06).
026800     05  FILLER                PIC X(01)  VALUE SPACES.
026900     05  CM-IL-MAX-ATTEMPTS    PIC X(03).
027000     05  FILLER                PIC X(01)  VALUE SPACES.
027100     05  CM-IL-EVENT-FLAG      PIC X(01).
027200     05  FILLER                PIC X(01)  VALUE SPACES.
027300     05  CM-IL-CHALLENGE-FLAG  PIC X(01).
027400     05  FILLER                PIC X(01)  VALUE SPACES.
027500     05  CM-IL-TITLE           PIC X(30).
027600     05  FILLER                PIC X(76)  VALUE SPACES.
027700 01  CM-ERROR-LINE.
027800     05  FILLER                PIC X(01)  VALUE SPACES.
027900     05  CM-EL-DATE            PIC 9(08).
028000     05  FILLER                PIC X(03)  VALUE " - ".
028100     05  CM-EL-REASON          PIC X(40).
028200     05  FILLER                PIC X(80)  VALUE SPACES.
028300 01  CM-TOTAL-LINE.
028400     05  CM-TL-LABEL           PIC X(24).
028500     05  CM-TL-COUNT           PIC ZZZZ9.
028600     05  FILLER                PIC X(103) VALUE SPACES.
028700 01  CM-WEEKDAY-HEADING.
028800     05  FILLER                PIC X(18)  VALUE " LUNDI".
028900     05  FILLER                PIC X(18)  VALUE " MARDI".
029000     05  FILLER                PIC X(18)  VALUE " MERCREDI".
029100     05  FILLER                PIC X(18)  VALUE " JEUDI".
029200     05  FILLER                PIC X(18)  VALUE " VENDREDI".
029300     05  FILLER                PIC X(18)  VALUE " SAMEDI".
029400     05  FILLER                PIC X(18)  VALUE " DIMANCHE".
029500     05  FILLER                PIC X(06)  VALUE SPACES.
029600 01  CM-WEEK-LINE-A.
029700     05  CM-WA-CELL  OCCURS 7 TIMES.
029800         10  FILLER                PIC X(01).
029900         10  CM-WA-DAY             PIC Z9.
030000         10  FILLER                PIC X(01).
030100         10  CM-WA-DIFFICULTY      PIC X(06).
030200         10  FILLER                PIC X(01).
030300         10  CM-WA-MAX-ATTEMPTS    PIC X(03).
030400         10  FILLER                PIC X(04).
030500     05  FILLER                PIC X(06).
030600 01  CM-WEEK-LINE-B.
030700     05  CM-WB-CELL  OCCURS 7 TIMES.
030800         10  FILLER                PIC X(04).
030900         10  CM-WB-MARKER          PIC X(14).
031000     05  FILLER                PIC X(06).
031100 01  CM-EVENT-LINE.
031200     05  FILLER                PIC X(01)  VALUE SPACES.
031300     05  CM-EV-DAY             PIC Z9.
031400     05  FILLER                PIC X(01)  VALUE SPACES.
031500     05  CM-EV-MONTH-NAME      PIC X(09).
031600     05  FILLER                PIC X(02)  VALUE SPACES.
031700     05  CM-EV-TITLE           PIC X(30).
031800     05  FILLER                PIC X(02)  VALUE SPACES.
031900     05  CM-EV-DOUBLE          PIC X(14).
032000     05  FILLER                PIC X(02)  VALUE SPACES.
032100     05  CM-EV-CHALLENGE       PIC X(12).
032200     05  FILLER                PIC X(57)  VALUE SPACES.
032300 PROCEDURE DIVISION.
032400*----------------------------------------------------------------
032500* 0000-MAINLINE - ENCHAINEMENT PRINCIPAL DU PROGRAMME
032600*----------------------------------------------------------------
032700 0000-MAINLINE.
032800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032900     IF NOT CM-FATAL-ERROR
033000         PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
033100             UNTIL CM-TRAN-AT-END
033200         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
033300     END-IF
033400     IF NOT CM-FATAL-ERROR AND CM-RETURN-CODE < 12
033500         PERFORM 3000-VALIDATE-MONTH THRU 3000-EXIT
033600         PERFORM 4000-WRITE-CALENDAR THRU 4000-EXIT
033700         PERFORM 7500-PRINT-MONTH-VIEW THRU 7500-EXIT
033800     END-IF
033900     PERFORM 9000-TERMINATE THRU 9000-EXIT
034000     MOVE CM-RETURN-CODE TO RETURN-CODE
034100     STOP RUN.
034200*----------------------------------------------------------------
034300* 1000-INITIALIZE - PARM, FICHIER DE PILOTAGE, MOIS A CONTROLER,
034400*                   OUVERTURE DES FICHIERS ET CHARGEMENT DU
034500*                   CALENDRIER EXISTANT
034600*----------------------------------------------------------------
034700 1000-INITIALIZE.
034800     DISPLAY "GGCALEND - MAINTENANCE DU CALENDRIER DU CONCOURS".
034900     ACCEPT CM-CURRENT-DATE FROM DATE YYYYMMDD.
035000     ACCEPT CM-PARM-DATA FROM COMMAND-LINE.
035100     UNSTRING CM-PARM-DATA DELIMITED BY ALL SPACE
035200         INTO CM-PARM-MONTH-TOK.
035300     PERFORM 1090-CHECK-RUNCTL THRU 1090-EXIT.
035400     PERFORM 1050-SET-TARGET-MONTH THRU 1050-EXIT.
035500     IF CM-FATAL-ERROR
035600         GO TO 1000-EXIT
035700     END-IF.
035800     OPEN OUTPUT AUDIT-REPORT.
035900     IF CM-REPORT-STATUS NOT = "00"
036000         DISPLAY "Ouverture CALRPT impossible, statut "
036100             CM-REPORT-STATUS "."
036200         MOVE "Y" TO CM-FATAL-ERROR-SWITCH
036300         MOVE 12 TO CM-RETURN-CODE
036400         GO TO 1000-EXIT
036500     END-IF.
036600     PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT.
036700     OPEN INPUT CALENDAR-TRAN-FILE.
036800     IF CM-CALTRAN-STATUS NOT = "00"
036900         DISPLAY "Fichier CALTRAN introuvable, statut "
037000             CM-CALTRAN-STATUS "."
037100         MOVE "Y" TO CM-FATAL-ERROR-SWITCH
037200         MOVE 12 TO CM-RETURN-CODE
037300         GO TO 1000-EXIT
037400     END-IF.
037500     MOVE "Y" TO CM-TRAN-OPENED-SWITCH.
037600     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
037700 1000-EXIT.
037800     EXIT.
037900*----------------------------------------------------------------
038000* 1050-SET-TARGET-MONTH - MOIS A CONTROLER : PARM 'AAAAMM' OU MOIS
038100*                         SUIVANT LA DATE DE GESTION (A DEFAUT LA
038200*                         DATE DU JOUR)
038300*----------------------------------------------------------------
038400 1050-SET-TARGET-MONTH.
038500     IF CM-PARM-MONTH-TOK NOT = SPACES
038600         IF CM-PARM-MONTH-DIGITS IS NOT NUMERIC
038700                 OR CM-PARM-MONTH-REST NOT = SPACES
038800             DISPLAY "PARM invalide : mois AAAAMM attendu."
038900             MOVE "Y" TO CM-FATAL-ERROR-SWITCH
039000             MOVE 12 TO CM-RETURN-CODE
039100             GO TO 1050-EXIT
039200         END-IF
039300         MOVE CM-PARM-MONTH-DIGITS TO CM-MONTH-START (1:6)
039400         MOVE 01 TO CM-MS-DAY
039500         IF CM-MS-MONTH < 01 OR CM-MS-MONTH > 12
039600             DISPLAY "PARM invalide : mois " CM-PARM-MONTH-DIGITS
039700                 " hors calendrier."
039800             MOVE "Y" TO CM-FATAL-ERROR-SWITCH
039900             MOVE 12 TO CM-RETURN-CODE
040000             GO TO 1050-EXIT
040100         END-IF
040200     ELSE
040300         IF CM-BUSINESS-DATE > ZERO
040400             MOVE CM-BUSINESS-DATE TO CM-MONTH-START
040500         ELSE
040600             MOVE CM-CURRENT-DATE TO CM-MONTH-START
040700         END-IF
040800         MOVE 01 TO CM-MS-DAY
040900         IF CM-MS-MONTH = 12
041000             ADD 1 TO CM-MS-YEAR
041100             MOVE 01 TO CM-MS-MONTH
041200         ELSE
041300             ADD 1 TO CM-MS-MONTH
041400         END-IF
041500     END-IF.
041600     MOVE CM-MONTH-START TO CM-CHECK-DATE.
041700     PERFORM 2150-CHECK-DATE THRU 2150-EXIT.
041800     MOVE CM-DAYS-IN-MONTH TO CM-MONTH-DAYS.
041900     DISPLAY "Mois a controler : " CM-MS-MONTH "/" CM-MS-YEAR.
042000 1050-EXIT.
042100     EXIT.
042200*----------------------------------------------------------------
042300* 1090-CHECK-RUNCTL - LECTURE DU FICHIER DE PILOTAGE EN TABLE :
042400*                     DATE DE GESTION ET PLACE DU TAMPON GGCALEND.
042500*                     UN FICHIER ABSENT LAISSE LA CHAINE NON
042600*                     CONTROLEE (PAS DE TAMPON)
042700*----------------------------------------------------------------
042800 1090-CHECK-RUNCTL.
042900     OPEN INPUT RUNCTL-FILE.
043000     IF CM-RUNCTL-STATUS NOT = "00"
043100         DISPLAY "Fichier RUNCTL absent - enchainement non "
043200             "controle."
043300         GO TO 1090-EXIT
043400     END-IF.
043500     MOVE "Y" TO CM-RUNCTL-PRESENT-SWITCH.
043600     PERFORM 1091-READ-RUNCTL THRU 1091-EXIT
043700         UNTIL CM-RUNCTL-AT-END.
043800     CLOSE RUNCTL-FILE.
043900     IF CM-BUSINESS-DATE = ZERO
044000         DISPLAY "RUNCTL sans date de gestion - enchainement "
044100             "non controle."
044200         MOVE "N" TO CM-RUNCTL-PRESENT-SWITCH
044300         GO TO 1090-EXIT
044400     END-IF.
044500     DISPLAY "Date de gestion RUNCTL : " CM-BUSINESS-DATE.
044600 1090-EXIT.
044700     EXIT.
044800*----------------------------------------------------------------
044900* 1091-READ-RUNCTL - LECTURE D'UN ENREGISTREMENT DE PILOTAGE EN
045000*                    TABLE (ENTETE = DATE DE GESTION)
045100*----------------------------------------------------------------
045200 1091-READ-RUNCTL.
045300     READ RUNCTL-FILE INTO RUNCTL-RECORD
045400         AT END
045500             MOVE "Y" TO CM-RUNCTL-EOF-SWITCH
045600             GO TO 1091-EXIT
045700     END-READ.
045800     IF CM-RC-COUNT = 20
045900         MOVE "Y" TO CM-RUNCTL-OVFL-SWITCH
046000         GO TO 1091-EXIT
046100     END-IF.
046200     ADD 1 TO CM-RC-COUNT.
046300     MOVE RUNCTL-RECORD TO CM-RC-IMAGE (CM-RC-COUNT).
046400     IF RC-HEADER-REC
046500         MOVE RC-BUSINESS-DATE TO CM-BUSINESS-DATE
046600     ELSE
046700         IF RC-PROGRAM-NAME = "GGCALEND"
046800             MOVE CM-RC-COUNT TO CM-RC-SELF-SUB
046900         END-IF
047000     END-IF.
047100 1091-EXIT.
047200     EXIT.
047300*----------------------------------------------------------------
047400* 1100-LOAD-CALENDAR - CHARGEMENT DU CALENDRIER EXISTANT EN TABLE
047500*                      TRIEE ; UNE DATE INVALIDE OU EN DOUBLE
047600*                      (SAISIE A L'EDITEUR) EST ECARTEE ET TRACEE.
047700*                      UN FICHIER ABSENT DONNE UN CALENDRIER VIDE
047800*----------------------------------------------------------------
047900 1100-LOAD-CALENDAR.
048000     OPEN INPUT CALENDAR-FILE.
048100     IF CM-CALENDAR-STATUS = "35" OR "05"
048200         DISPLAY "Fichier CALENDAR absent - calendrier initial "
048300             "vide."
048400         GO TO 1100-EXIT
048500     END-IF.
048600     IF CM-CALENDAR-STATUS NOT = "00"
048700         DISPLAY "Ouverture CALENDAR en echec, statut "
048800             CM-CALENDAR-STATUS "."
048900         MOVE "Y" TO CM-FATAL-ERROR-SWITCH
049000         MOVE 12 TO CM-RETURN-CODE
049100         GO TO 1100-EXIT
049200     END-IF.
049300     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT
049400         UNTIL CM-CAL-AT-END.
049500     CLOSE CALENDAR-FILE.
049600 1100-EXIT.
049700     EXIT.
049800*----------------------------------------------------------------
049900* 1110-READ-CALENDAR - UNE LIGNE DU CALENDRIER EXISTANT
050000*----------------------------------------------------------------
050100 1110-READ-CALENDAR.
050200     READ CALENDAR-FILE INTO CALENDAR-RECORD
050300         AT END
050400             MOVE "Y" TO CM-CAL-EOF-SWITCH
050500             GO TO 1110-EXIT
050600     END-READ.
050700     IF CM-CALENDAR-STATUS NOT = "00"
050800         DISPLAY "Lecture CALENDAR en echec, statut "
050900             CM-CALENDAR-STATUS "."
051000         MOVE "Y" TO CM-FATAL-ERROR-SWITCH
051100         MOVE 12 TO CM-RETURN-CODE
051200         MOVE "Y" TO CM-CAL-EOF-SWITCH
051300         GO TO 1110-EXIT
051400     END-IF.
051500     ADD 1 TO CM-BEFORE-COUNT.
051600     MOVE SPACES TO CM-REJECT-REASON.
051700     MOVE "N" TO CM-DATE-VALID-SWITCH.
051800     IF CA-DATE IS NUMERIC
051900         MOVE CA-DATE TO CM-CHECK-DATE
052000         PERFORM 2150-CHECK-DATE THRU 2150-EXIT
052100     END-IF.
052200     IF NOT CM-DATE-VALID
052300         MOVE "DATE INVALIDE - LIGNE ECARTEE" TO CM-REJECT-REASON
052400     ELSE
052500         MOVE CA-DATE TO CM-TRAN-DATE
052600         PERFORM 2200-FIND-DATE THRU 2200-EXIT
052700         IF CM-DATE-FOUND
052800             MOVE "DATE EN DOUBLE - LIGNE ECARTEE"
052900                 TO CM-REJECT-REASON
053000         ELSE
053100             IF CM-CAL-COUNT = 2000
053200                 MOVE "CALENDRIER PLEIN - LIGNE ECARTEE"
053300                     TO CM-REJECT-REASON
053400             ELSE
053500                 PERFORM 2300-INSERT-ENTRY THRU 2300-EXIT
053600             END-IF
053700         END-IF
053800     END-IF.
053900     IF CM-REJECT-REASON NOT = SPACES
054000         ADD 1 TO CM-DISCARD-COUNT
054100         MOVE "FICHIER " TO CM-CL-ACTION
054200         MOVE CALENDAR-RECORD (1:8) TO CM-CL-DATE
054300         MOVE CM-REJECT-REASON TO CM-CL-DISP
054400         PERFORM 7150-PRINT-CARD-LINE THRU 7150-EXIT
054500         MOVE CALENDAR-RECORD TO CM-OLD-IMAGE
054600         MOVE "ECARTE: " TO CM-IL-TAG
054700         PERFORM 7160-PRINT-IMAGE THRU 7160-EXIT
054800     END-IF.
054900 1110-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------
055200* 2000-PROCESS-TRAN - LECTURE ET APPLICATION D'UNE CARTE DE
055300*                     MOUVEMENT, AVEC TRACE D'AUDIT
055400*----------------------------------------------------------------
055500 2000-PROCESS-TRAN.
055600     READ CALENDAR-TRAN-FILE
055700         AT END
055800             MOVE "Y" TO CM-TRAN-EOF-SWITCH
055900             GO TO 2000-EXIT
056000     END-READ.
056100     ADD 1 TO CM-CARDS-READ.
056200     MOVE SPACES TO CM-REJECT-REASON.
056300     MOVE "N" TO CM-DATE-FOUND-SWITCH.
056400     MOVE "N" TO CM-NEW-FOUND-SWITCH.
056500     MOVE "N" TO CM-DATE-VALID-SWITCH.
056600     IF CT-DATE IS NUMERIC
056700         MOVE CT-DATE TO CM-CHECK-DATE
056800         PERFORM 2150-CHECK-DATE THRU 2150-EXIT
056900     END-IF.
057000     IF NOT CM-DATE-VALID
057100         MOVE "DATE AAAAMMJJ INVALIDE" TO CM-REJECT-REASON
057200     ELSE
057300         MOVE CT-DATE TO CM-TRAN-DATE
057400         PERFORM 2200-FIND-DATE THRU 2200-EXIT
057500         IF CM-DATE-FOUND
057600             MOVE CM-CAL-ENTRY (CM-CAL-SUB) TO CM-OLD-IMAGE
057700         END-IF
057800         EVALUATE CT-ACTION
057900             WHEN "ADD     "
058000                 PERFORM 2400-APPLY-ADD THRU 2400-EXIT
058100             WHEN "CHANGE  "
058200                 PERFORM 2500-APPLY-CHANGE THRU 2500-EXIT
058300             WHEN "DELETE  "
058400                 PERFORM 2600-APPLY-DELETE THRU 2600-EXIT
058500             WHEN OTHER
058600                 MOVE "ACTION INVALIDE" TO CM-REJECT-REASON
058700         END-EVALUATE
058800     END-IF.
058900     PERFORM 7200-PRINT-CARD-AUDIT THRU 7200-EXIT.
059000 2000-EXIT.
059100     EXIT.
059200*----------------------------------------------------------------
059300* 2150-CHECK-DATE - CONTROLE DE CM-CHECK-DATE (MOIS 01 A 12, JOUR
059400*                   DANS LE MOIS, ANNEES BISSEXTILES) ; DONNE LE
059500*                   NOMBRE DE JOURS DU MOIS
059600*----------------------------------------------------------------
059700 2150-CHECK-DATE.
059800     MOVE "N" TO CM-DATE-VALID-SWITCH.
059900     MOVE ZERO TO CM-DAYS-IN-MONTH.
060000     IF CM-CD-YEAR < 1601
060100             OR CM-CD-MONTH < 01 OR CM-CD-MONTH > 12
060200         GO TO 2150-EXIT
060300     END-IF.
060400     MOVE CM-MONTH-LENGTH (CM-CD-MONTH) TO CM-DAYS-IN-MONTH.
060500     IF CM-CD-MONTH = 02
060600         DIVIDE CM-CD-YEAR BY 4 GIVING CM-LEAP-QUOTIENT
060700             REMAINDER CM-LEAP-REM-4
060800         DIVIDE CM-CD-YEAR BY 100 GIVING CM-LEAP-QUOTIENT
060900             REMAINDER CM-LEAP-REM-100
061000         DIVIDE CM-CD-YEAR BY 400 GIVING CM-LEAP-QUOTIENT
061100             REMAINDER CM-LEAP-REM-400
061200         IF CM-LEAP-REM-400 = ZERO
061300                 OR (CM-LEAP-REM-4 = ZERO
061400                     AND CM-LEAP-REM-100 NOT = ZERO)
061500             MOVE 29 TO CM-DAYS-IN-MONTH
061600         END-IF
061700     END-IF.
061800     IF CM-CD-DAY < 01 OR CM-CD-DAY > CM-DAYS-IN-MONTH
061900         GO TO 2150-EXIT
062000     END-IF.
062100     MOVE "Y" TO CM-DATE-VALID-SWITCH.
062200 2150-EXIT.
062300     EXIT.
062400*----------------------------------------------------------------
062500* 2160-GET-WEEKDAY - JOUR DE LA SEMAINE DE CM-CHECK-DATE
062600*                    (1 = LUNDI ... 7 = DIMANCHE ; LE JOUR 1 DU
062700*                    CALENDRIER ENTIER, 01/01/1601, EST UN LUNDI)
062800*----------------------------------------------------------------
062900 2160-GET-WEEKDAY.
063000     COMPUTE CM-DAY-INTEGER =
063100         FUNCTION INTEGER-OF-DATE(CM-CHECK-DATE).
063200     DIVIDE CM-DAY-INTEGER BY 7 GIVING CM-WEEK-QUOTIENT
063300         REMAINDER CM-WEEKDAY.
063400     IF CM-WEEKDAY = ZERO
063500         MOVE 7 TO CM-WEEKDAY
063600     END-IF.
063700 2160-EXIT.
063800     EXIT.
063900*----------------------------------------------------------------
064000* 2200-FIND-DATE - RECHERCHE DE CM-TRAN-DATE DANS LE CALENDRIER
064100*----------------------------------------------------------------
064200 2200-FIND-DATE.
064300     MOVE "N" TO CM-DATE-FOUND-SWITCH.
064400     MOVE ZERO TO CM-CAL-SUB.
064500     IF CM-CAL-COUNT = ZERO
064600         GO TO 2200-EXIT
064700     END-IF.
064800     SEARCH ALL CM-CAL-ENTRY
064900         AT END
065000             CONTINUE
065100         WHEN CM-CE-DATE (CM-CAL-IDX) = CM-TRAN-DATE
065200             MOVE "Y" TO CM-DATE-FOUND-SWITCH
065300             SET CM-CAL-SUB TO CM-CAL-IDX
065400     END-SEARCH.
065500 2200-EXIT.
065600     EXIT.
065700*----------------------------------------------------------------
065800* 2300-INSERT-ENTRY - INSERTION DE CALENDAR-RECORD A SA PLACE
065900*                     DANS LA TABLE TRIEE (LES LIGNES DE DATE
066000*                     SUPERIEURE SONT DECALEES D'UN RANG)
066100*----------------------------------------------------------------
066200 2300-INSERT-ENTRY.
066300     ADD 1 TO CM-CAL-COUNT.
066400     MOVE CM-CAL-COUNT TO CM-SHIFT-SUB.
066500     MOVE "N" TO CM-PLACE-FOUND-SWITCH.
066600     PERFORM 2310-SHIFT-UP THRU 2310-EXIT
066700         UNTIL CM-PLACE-FOUND.
066800     MOVE CALENDAR-RECORD TO CM-CAL-ENTRY (CM-SHIFT-SUB).
066900     MOVE CM-SHIFT-SUB TO CM-CAL-SUB.
067000 2300-EXIT.
067100     EXIT.
067200*----------------------------------------------------------------
067300* 2310-SHIFT-UP - LA LIGNE PRECEDENTE PREND LE RANG COURANT SI SA
067400*                 DATE EST POSTERIEURE, SINON LA PLACE EST TROUVEE
067500*----------------------------------------------------------------
067600 2310-SHIFT-UP.
067700     IF CM-SHIFT-SUB = 1
067800         MOVE "Y" TO CM-PLACE-FOUND-SWITCH
067900         GO TO 2310-EXIT
068000     END-IF.
068100     IF CM-CE-DATE (CM-SHIFT-SUB - 1) < CA-DATE
068200         MOVE "Y" TO CM-PLACE-FOUND-SWITCH
068300         GO TO 2310-EXIT
068400     END-IF.
068500     MOVE CM-CAL-ENTRY (CM-SHIFT-SUB - 1)
068600         TO CM-CAL-ENTRY (CM-SHIFT-SUB).
068700     SUBTRACT 1 FROM CM-SHIFT-SUB.
068800 2310-EXIT.
068900     EXIT.
069000*----------------------------------------------------------------
069100* 2400-APPLY-ADD - CREATION DE LA LIGNE D'UNE NOUVELLE DATE ;
069200*                  TOPS A BLANC = JOUR NORMAL, HORS DEFI
069300*----------------------------------------------------------------
069400 2400-APPLY-ADD.
069500     IF CM-DATE-FOUND
069600         MOVE "DATE DEJA PRESENTE AU CALENDRIER"
069700             TO CM-REJECT-REASON
069800         GO TO 2400-EXIT
069900     END-IF.
070000     IF CM-CAL-COUNT = 2000
070100         MOVE "CALENDRIER PLEIN" TO CM-REJECT-REASON
070200         GO TO 2400-EXIT
070300     END-IF.
070400     IF CT-MAX-ATTEMPTS IS NOT NUMERIC
070500         MOVE "PLAFOND D'ESSAIS ABSENT OU NON NUMERIQUE"
070600             TO CM-REJECT-REASON
070700         GO TO 2400-EXIT
070800     END-IF.
070900     MOVE CM-TRAN-DATE TO CA-DATE.
071000     MOVE CT-DIFFICULTY TO CA-DIFFICULTY.
071100     MOVE CT-MAX-ATTEMPTS TO CA-MAX-ATTEMPTS.
071200     MOVE CT-EVENT-FLAG TO CA-EVENT-FLAG.
071300     IF CT-EVENT-FLAG = SPACE
071400         MOVE "N" TO CA-EVENT-FLAG
071500     END-IF.
071600     MOVE CT-EVENT-TITLE TO CA-EVENT-TITLE.
071700     MOVE CT-CHALLENGE-FLAG TO CA-CHALLENGE-FLAG.
071800     IF CT-CHALLENGE-FLAG = SPACE
071900         MOVE "N" TO CA-CHALLENGE-FLAG
072000     END-IF.
072100     PERFORM 3100-VALIDATE-ENTRY THRU 3100-EXIT.
072200     IF CM-REJECT-REASON NOT = SPACES
072300         GO TO 2400-EXIT
072400     END-IF.
072500     PERFORM 2300-INSERT-ENTRY THRU 2300-EXIT.
072600     MOVE "Y" TO CM-NEW-FOUND-SWITCH.
072700 2400-EXIT.
072800     EXIT.
072900*----------------------------------------------------------------
073000* 2500-APPLY-CHANGE - MODIFICATION D'UNE DATE EXISTANTE ; UNE ZONE
073100*                     A BLANC SUR LA CARTE EST CONSERVEE
073200*----------------------------------------------------------------
073300 2500-APPLY-CHANGE.
073400     IF NOT CM-DATE-FOUND
073500         MOVE "DATE ABSENTE DU CALENDRIER" TO CM-REJECT-REASON
073600         GO TO 2500-EXIT
073700     END-IF.
073800     MOVE CM-CAL-ENTRY (CM-CAL-SUB) TO CALENDAR-RECORD.
073900     IF CT-DIFFICULTY NOT = SPACES
074000         MOVE CT-DIFFICULTY TO CA-DIFFICULTY
074100     END-IF.
074200     IF CT-MAX-ATTEMPTS NOT = SPACES
074300         IF CT-MAX-ATTEMPTS IS NOT NUMERIC
074400             MOVE "PLAFOND D'ESSAIS NON NUMERIQUE"
074500                 TO CM-REJECT-REASON
074600             GO TO 2500-EXIT
074700         END-IF
074800         MOVE CT-MAX-ATTEMPTS TO CA-MAX-ATTEMPTS
074900     END-IF.
075000     IF CT-EVENT-FLAG NOT = SPACE
075100         MOVE CT-EVENT-FLAG TO CA-EVENT-FLAG
075200     END-IF.
075300     IF CT-EVENT-TITLE NOT = SPACES
075400         MOVE CT-EVENT-TITLE TO CA-EVENT-TITLE
075500     END-IF.
075600     IF CT-CHALLENGE-FLAG NOT = SPACE
075700         MOVE CT-CHALLENGE-FLAG TO CA-CHALLENGE-FLAG
075800     END-IF.
075900     PERFORM 3100-VALIDATE-ENTRY THRU 3100-EXIT.
076000     IF CM-REJECT-REASON NOT = SPACES
076100         GO TO 2500-EXIT
076200     END-IF.
076300     MOVE CALENDAR-RECORD TO CM-CAL-ENTRY (CM-CAL-SUB).
076400     MOVE "Y" TO CM-NEW-FOUND-SWITCH.
076500 2500-EXIT.
076600     EXIT.
076700*----------------------------------------------------------------
076800* 2600-APPLY-DELETE - SUPPRESSION D'UNE DATE (LES LIGNES SUIVANTES
076900*                     REMONTENT D'UN RANG)
077000*----------------------------------------------------------------
077100 2600-APPLY-DELETE.
077200     IF NOT CM-DATE-FOUND
077300         MOVE "DATE ABSENTE DU CALENDRIER" TO CM-REJECT-REASON
077400         GO TO 2600-EXIT
077500     END-IF.
077600     PERFORM 2610-SHIFT-DOWN THRU 2610-EXIT
077700         VARYING CM-SHIFT-SUB FROM CM-CAL-SUB BY 1
077800         UNTIL CM-SHIFT-SUB >= CM-CAL-COUNT.
077900     SUBTRACT 1 FROM CM-CAL-COUNT.
078000 2600-EXIT.
078100     EXIT.
078200*----------------------------------------------------------------
078300* 2610-SHIFT-DOWN - LA LIGNE SUIVANTE PREND LE RANG COURANT
078400*----------------------------------------------------------------
078500 2610-SHIFT-DOWN.
078600     MOVE CM-CAL-ENTRY (CM-SHIFT-SUB + 1)
078700         TO CM-CAL-ENTRY (CM-SHIFT-SUB).
078800 2610-EXIT.
078900     EXIT.
079000*----------------------------------------------------------------
079100* 3000-VALIDATE-MONTH - CONTROLE DU MOIS A VENIR : CHAQUE LIGNE DU
079200*                       MOIS EST VALIDE ET CHAQUE JOUR OUVRE A SA
079300*                       LIGNE, SINON CODE RETOUR 8
079400*----------------------------------------------------------------
079500 3000-VALIDATE-MONTH.
079600     MOVE "MAINTENANCE DU CALENDRIER DU CONCOURS     "
079700         TO CM-HDG-TITLE.
079800     IF CM-LINE-COUNT > CM-LINES-PER-PAGE - 6
079900         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
080000     END-IF.
080100     MOVE SPACES TO CM-TX-TEXT.
080200     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
080300     MOVE "CONTROLE DU MOIS A VENIR (JOURS OUVRES)" TO CM-TX-TEXT.
080400     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
080500     PERFORM 3010-CHECK-DAY THRU 3010-EXIT
080600         VARYING CM-DAY FROM 1 BY 1
080700         UNTIL CM-DAY > CM-MONTH-DAYS.
080800     MOVE "Y" TO CM-MONTH-CHECKED-SWITCH.
080900     IF CM-MISSING-DAYS = ZERO AND CM-INVALID-DAYS = ZERO
081000         MOVE "Y" TO CM-MONTH-VALID-SWITCH
081100         MOVE "MOIS VALIDE : CHAQUE JOUR OUVRE A SA LIGNE."
081200             TO CM-TX-TEXT
081300     ELSE
081400         MOVE "MOIS NON VALIDE : GGRUNDT REFUSERA LE MOIS."
081500             TO CM-TX-TEXT
081600         IF CM-RETURN-CODE < 8
081700             MOVE 8 TO CM-RETURN-CODE
081800         END-IF
081900     END-IF.
082000     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
082100     MOVE "LIGNES DU MOIS        : " TO CM-TL-LABEL.
082200     MOVE CM-MONTH-ENTRIES TO CM-TL-COUNT.
082300     PERFORM 7120-PRINT-TOTAL THRU 7120-EXIT.
082400     MOVE "JOURS OUVRES          : " TO CM-TL-LABEL.
082500     MOVE CM-BUSINESS-DAYS TO CM-TL-COUNT.
082600     PERFORM 7120-PRINT-TOTAL THRU 7120-EXIT.
082700     MOVE "JOURS OUVRES MANQUANTS: " TO CM-TL-LABEL.
082800     MOVE CM-MISSING-DAYS TO CM-TL-COUNT.
082900     PERFORM 7120-PRINT-TOTAL THRU 7120-EXIT.
083000     MOVE "LIGNES INVALIDES      : " TO CM-TL-LABEL.
083100     MOVE CM-INVALID-DAYS TO CM-TL-COUNT.
083200     PERFORM 7120-PRINT-TOTAL THRU 7120-EXIT.
083300 3000-EXIT.
083400     EXIT.
083500*----------------------------------------------------------------
083600* 3010-CHECK-DAY - UN JOUR DU MOIS : LIGNE PRESENTE ET VALIDE,
083700*                  JOUR OUVRE SANS LIGNE, OU JOUR SANS CONCOURS
083800*----------------------------------------------------------------
083900 3010-CHECK-DAY.
084000     MOVE CM-MONTH-START TO CM-CHECK-DATE.
084100     MOVE CM-DAY TO CM-CD-DAY.
084200     PERFORM 2160-GET-WEEKDAY THRU 2160-EXIT.
084300     MOVE CM-WEEKDAY TO CM-DY-WEEKDAY (CM-DAY).
084400     MOVE ZERO TO CM-DY-CAL-SUB (CM-DAY).
084500     MOVE SPACE TO CM-DY-STATE (CM-DAY).
084600     IF CM-BUSINESS-DAY
084700         ADD 1 TO CM-BUSINESS-DAYS
084800     END-IF.
084900     MOVE CM-CHECK-DATE TO CM-TRAN-DATE.
085000     PERFORM 2200-FIND-DATE THRU 2200-EXIT.
085100     IF NOT CM-DATE-FOUND
085200         IF CM-BUSINESS-DAY
085300             MOVE "M" TO CM-DY-STATE (CM-DAY)
085400             ADD 1 TO CM-MISSING-DAYS
085500             MOVE "JOUR OUVRE SANS LIGNE AU CALENDRIER"
085600                 TO CM-REJECT-REASON
085700             PERFORM 7130-PRINT-ERROR THRU 7130-EXIT
085800         END-IF
085900         GO TO 3010-EXIT
086000     END-IF.
086100     ADD 1 TO CM-MONTH-ENTRIES.
086200     MOVE CM-CAL-SUB TO CM-DY-CAL-SUB (CM-DAY).
086300     MOVE CM-CAL-ENTRY (CM-CAL-SUB) TO CALENDAR-RECORD.
086400     MOVE SPACES TO CM-REJECT-REASON.
086500     PERFORM 3100-VALIDATE-ENTRY THRU 3100-EXIT.
086600     IF CM-REJECT-REASON = SPACES
086700         MOVE "O" TO CM-DY-STATE (CM-DAY)
086800     ELSE
086900         MOVE "E" TO CM-DY-STATE (CM-DAY)
087000         ADD 1 TO CM-INVALID-DAYS
087100         PERFORM 7130-PRINT-ERROR THRU 7130-EXIT
087200     END-IF.
087300 3010-EXIT.
087400     EXIT.
087500*----------------------------------------------------------------
087600* 3100-VALIDATE-ENTRY - CONTROLE DES REGLAGES DE CALENDAR-RECORD :
087700*                       DIFFICULTE, PLAFOND D'ESSAIS AU MOINS EGAL
087800*                       AU MINIMUM DE LA DICHOTOMIE, TOP EVENEMENT
087900*                       ET TOP DEFI ; LE PREMIER ECART EST RENDU
088000*                       DANS CM-REJECT-REASON
088100*----------------------------------------------------------------
088200 3100-VALIDATE-ENTRY.
088300     EVALUATE CA-DIFFICULTY
088400         WHEN "EASY  "
088500             MOVE 50 TO CM-MAX-NUMBER
088600         WHEN "MEDIUM"
088700             MOVE 100 TO CM-MAX-NUMBER
088800         WHEN "HARD  "
088900             MOVE 999 TO CM-MAX-NUMBER
089000         WHEN OTHER
089100             MOVE "DIFFICULTE INCONNUE (EASY/MEDIUM/HARD)"
089200                 TO CM-REJECT-REASON
089300             GO TO 3100-EXIT
089400     END-EVALUATE.
089500     IF CA-MAX-ATTEMPTS IS NOT NUMERIC
089600         MOVE "PLAFOND D'ESSAIS NON NUMERIQUE" TO CM-REJECT-REASON
089700         GO TO 3100-EXIT
089800     END-IF.
089900     PERFORM 3110-COMPUTE-PAR THRU 3110-EXIT.
090000     IF CA-MAX-ATTEMPTS < CM-PAR
090100         MOVE SPACES TO CM-REJECT-REASON
090200         STRING "PLAFOND SOUS MINIMUM DICHOTOMIE ("
090300                 DELIMITED BY SIZE
090400             CM-PAR DELIMITED BY SIZE
090500             ")" DELIMITED BY SIZE
090600             INTO CM-REJECT-REASON
090700         GO TO 3100-EXIT
090800     END-IF.
090900     IF NOT CA-DOUBLE-POINTS AND NOT CA-NORMAL-DAY
091000         MOVE "TOP EVENEMENT INVALIDE (D OU N)"
091100             TO CM-REJECT-REASON
091200         GO TO 3100-EXIT
091300     END-IF.
091400     IF NOT CA-CHALLENGE-DAY AND NOT CA-ORDINARY-DAY
091500         MOVE "TOP DEFI DU JOUR INVALIDE (C OU N)"
091600             TO CM-REJECT-REASON
091700         GO TO 3100-EXIT
091800     END-IF.
091900 3100-EXIT.
092000     EXIT.
092100*----------------------------------------------------------------
092200* 3110-COMPUTE-PAR - NOMBRE D'ESSAIS DE LA DICHOTOMIE POUR LA
092300*                    PLAGE : PLUS PETIT P TEL QUE 2 PUISSANCE P
092400*                    - 1 COUVRE LE MAXIMUM
092500*----------------------------------------------------------------
092600 3110-COMPUTE-PAR.
092700     MOVE ZERO TO CM-PAR.
092800     MOVE 1 TO CM-SPAN.
092900     PERFORM 3120-DOUBLE-SPAN THRU 3120-EXIT
093000         UNTIL CM-SPAN > CM-MAX-NUMBER.
093100 3110-EXIT.
093200     EXIT.
093300*----------------------------------------------------------------
093400* 3120-DOUBLE-SPAN - UN ESSAI DE PLUS DOUBLE LA PLAGE COUVERTE
093500*----------------------------------------------------------------
093600 3120-DOUBLE-SPAN.
093700     MULTIPLY 2 BY CM-SPAN.
093800     ADD 1 TO CM-PAR.
093900 3120-EXIT.
094000     EXIT.
094100*----------------------------------------------------------------
094200* 4000-WRITE-CALENDAR - ECRITURE DU NOUVEAU CALENDRIER TRIE SUR
094300*                       CALOUT
094400*----------------------------------------------------------------
094500 4000-WRITE-CALENDAR.
094600     OPEN OUTPUT CALOUT-FILE.
094700     IF CM-CALOUT-STATUS NOT = "00"
094800         DISPLAY "Ouverture CALOUT en echec, statut "
094900             CM-CALOUT-STATUS "."
095000         MOVE 12 TO CM-RETURN-CODE
095100         GO TO 4000-EXIT
095200     END-IF.
095300     MOVE ZERO TO CM-AFTER-COUNT.
095400     PERFORM 4100-WRITE-ONE THRU 4100-EXIT
095500         VARYING CM-CAL-SUB FROM 1 BY 1
095600         UNTIL CM-CAL-SUB > CM-CAL-COUNT
095700             OR CM-RETURN-CODE = 12.
095800     CLOSE CALOUT-FILE.
095900     MOVE CM-AFTER-COUNT TO CM-TL-COUNT.
096000     DISPLAY "Lignes du calendrier ecrites : " CM-TL-COUNT.
096100 4000-EXIT.
096200     EXIT.
096300*----------------------------------------------------------------
096400* 4100-WRITE-ONE - ECRITURE D'UNE LIGNE DU CALENDRIER
096500*----------------------------------------------------------------
096600 4100-WRITE-ONE.
096700     WRITE CALOUT-RECORD FROM CM-CAL-ENTRY (CM-CAL-SUB).
096800     IF CM-CALOUT-STATUS NOT = "00"
096900         DISPLAY "Ecriture CALOUT en echec, statut "
097000             CM-CALOUT-STATUS "."
097100         MOVE 12 TO CM-RETURN-CODE
097200         GO TO 4100-EXIT
097300     END-IF.
097400     ADD 1 TO CM-AFTER-COUNT.
097500 4100-EXIT.
097600     EXIT.
097700*----------------------------------------------------------------
097800* 7100-PRINT-HEADINGS - ENTETE DE PAGE DE L'ETAT
097900*----------------------------------------------------------------
098000 7100-PRINT-HEADINGS.
098100     ADD 1 TO CM-PAGE-NUMBER.
098200     MOVE CM-PAGE-NUMBER TO CM-HDG-PAGE.
098300     MOVE CM-CURRENT-DATE TO CM-HDG-DATE.
098400     MOVE CM-MONTH-NAME (CM-MS-MONTH) TO CM-HDG-MONTH-NAME.
098500     MOVE CM-MS-YEAR TO CM-HDG-YEAR.
098600     WRITE AUDIT-PRINT-LINE FROM CM-HEADING-LINE-1
098700         AFTER ADVANCING PAGE.
098800     WRITE AUDIT-PRINT-LINE FROM CM-HEADING-LINE-2
098900         AFTER ADVANCING 1 LINE.
099000     WRITE AUDIT-PRINT-LINE FROM CM-HEADING-LINE-3
099100         AFTER ADVANCING 1 LINE.
099200     MOVE 3 TO CM-LINE-COUNT.
099300 7100-EXIT.
099400     EXIT.
099500*----------------------------------------------------------------
099600* 7110-PRINT-TEXT - UNE LIGNE DE TEXTE (CM-TX-TEXT)
099700*----------------------------------------------------------------
099800 7110-PRINT-TEXT.
099900     IF CM-LINE-COUNT >= CM-LINES-PER-PAGE
100000         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
100100     END-IF.
100200     WRITE AUDIT-PRINT-LINE FROM CM-TEXT-LINE
100300         AFTER ADVANCING 1 LINE.
100400     ADD 1 TO CM-LINE-COUNT.
100500 7110-EXIT.
100600     EXIT.
100700*----------------------------------------------------------------
100800* 7120-PRINT-TOTAL - UNE LIGNE LIBELLE / COMPTEUR
100900*----------------------------------------------------------------
101000 7120-PRINT-TOTAL.
101100     IF CM-LINE-COUNT >= CM-LINES-PER-PAGE
101200         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
101300     END-IF.
101400     WRITE AUDIT-PRINT-LINE FROM CM-TOTAL-LINE
101500         AFTER ADVANCING 1 LINE.
101600     ADD 1 TO CM-LINE-COUNT.
101700 7120-EXIT.
101800     EXIT.
101900*----------------------------------------------------------------
102000* 7130-PRINT-ERROR - UN ECART DU MOIS CONTROLE (DATE ET MOTIF)
102100*----------------------------------------------------------------
102200 7130-PRINT-ERROR.
102300     IF CM-LINE-COUNT >= CM-LINES-PER-PAGE
102400         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
102500     END-IF.
102600     MOVE CM-CHECK-DATE TO CM-EL-DATE.
102700     MOVE CM-REJECT-REASON TO CM-EL-REASON.
102800     WRITE AUDIT-PRINT-LINE FROM CM-ERROR-LINE
102900         AFTER ADVANCING 1 LINE.
103000     ADD 1 TO CM-LINE-COUNT.
103100 7130-EXIT.
103200     EXIT.
103300*----------------------------------------------------------------
103400* 7150-PRINT-CARD-LINE - LIGNE DE TRACE D'UNE CARTE OU D'UNE
103500*                        LIGNE ECARTEE DU FICHIER
103600*----------------------------------------------------------------
103700 7150-PRINT-CARD-LINE.
103800     IF CM-LINE-COUNT >= CM-LINES-PER-PAGE
103900         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
104000     END-IF.
104100     WRITE AUDIT-PRINT-LINE FROM CM-CARD-LINE
104200         AFTER ADVANCING 1 LINE.
104300     ADD 1 TO CM-LINE-COUNT.
104400 7150-EXIT.
104500     EXIT.
104600*----------------------------------------------------------------
104700* 7160-PRINT-IMAGE - IMAGE D'UNE LIGNE DU CALENDRIER (CM-OLD-IMAGE
104800*                    PRECEDEE DE CM-IL-TAG)
104900*----------------------------------------------------------------
105000 7160-PRINT-IMAGE.
105100     IF CM-LINE-COUNT >= CM-LINES-PER-PAGE
105200         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
105300     END-IF.
105400     MOVE CM-OLD-IMAGE (9:6) TO CM-IL-DIFFICULTY.
105500     MOVE CM-OLD-IMAGE (15:3) TO CM-IL-MAX-ATTEMPTS.
105600     MOVE CM-OLD-IMAGE (18:1) TO CM-IL-EVENT-FLAG.
105700     MOVE CM-OLD-IMAGE (19:30) TO CM-IL-TITLE.
105800     MOVE CM-OLD-IMAGE (49:1) TO CM-IL-CHALLENGE-FLAG.
105900     WRITE AUDIT-PRINT-LINE FROM CM-IMAGE-LINE
106000         AFTER ADVANCING 1 LINE.
106100     ADD 1 TO CM-LINE-COUNT.
106200 7160-EXIT.
106300     EXIT.
106400*----------------------------------------------------------------
106500* 7200-PRINT-CARD-AUDIT - TRACE AVANT/APRES OU REJET D'UNE CARTE
106600*----------------------------------------------------------------
106700 7200-PRINT-CARD-AUDIT.
106800     MOVE CT-ACTION TO CM-CL-ACTION.
106900     MOVE CT-DATE TO CM-CL-DATE.
107000     IF CM-REJECT-REASON = SPACES
107100         ADD 1 TO CM-CARDS-APPLIED
107200         MOVE "APPLIQUE" TO CM-CL-DISP
107300     ELSE
107400         ADD 1 TO CM-CARDS-REJECTED
107500         MOVE SPACES TO CM-CL-DISP
107600         STRING "REJETE : " DELIMITED BY SIZE
107700             CM-REJECT-REASON DELIMITED BY SIZE
107800             INTO CM-CL-DISP
107900     END-IF.
108000     PERFORM 7150-PRINT-CARD-LINE THRU 7150-EXIT.
108100     IF CM-DATE-FOUND
108200         MOVE "AVANT : " TO CM-IL-TAG
108300         PERFORM 7160-PRINT-IMAGE THRU 7160-EXIT
108400     END-IF.
108500     IF CM-NEW-IMAGE-KEPT
108600         MOVE "APRES : " TO CM-IL-TAG
108700         MOVE CALENDAR-RECORD TO CM-OLD-IMAGE
108800         PERFORM 7160-PRINT-IMAGE THRU 7160-EXIT
108900     END-IF.
109000 7200-EXIT.
109100     EXIT.
109200*----------------------------------------------------------------
109300* 7500-PRINT-MONTH-VIEW - VUE MENSUELLE DU CONCOURS POUR
109400*                         L'AFFICHAGE : UNE CASE PAR JOUR
109500*                         (REGLAGES ET TOPS), PUIS LES CONCOURS
109600*                         A THEME
109700*----------------------------------------------------------------
109800 7500-PRINT-MONTH-VIEW.
109900     MOVE "CALENDRIER DU CONCOURS                    "
110000         TO CM-HDG-TITLE.
110100     PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT.
110200     WRITE AUDIT-PRINT-LINE FROM CM-WEEKDAY-HEADING
110300         AFTER ADVANCING 2 LINES.
110400     WRITE AUDIT-PRINT-LINE FROM CM-HEADING-LINE-3
110500         AFTER ADVANCING 1 LINE.
110600     ADD 3 TO CM-LINE-COUNT.
110700     MOVE SPACES TO CM-WEEK-LINE-A CM-WEEK-LINE-B.
110800     PERFORM 7510-PLACE-DAY THRU 7510-EXIT
110900         VARYING CM-DAY FROM 1 BY 1
111000         UNTIL CM-DAY > CM-MONTH-DAYS.
111100     PERFORM 7520-PRINT-WEEK THRU 7520-EXIT.
111200     MOVE SPACES TO CM-TX-TEXT.
111300     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
111400     MOVE "CASE : JOUR, DIFFICULTE, PLAFOND D'ESSAIS. 2X = "
111500         TO CM-TX-TEXT.
111600     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
111700     MOVE "JOURNEE DOUBLE POINTS, DEFI = DEFI DU JOUR, BLANC = "
111800         TO CM-TX-TEXT.
111900     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
112000     MOVE "PAS DE CONCOURS CE JOUR-LA." TO CM-TX-TEXT.
112100     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
112200     MOVE SPACES TO CM-TX-TEXT.
112300     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
112400     MOVE "CONCOURS A THEME ET JOURNEES SPECIALES" TO CM-TX-TEXT.
112500     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
112600     PERFORM 7530-PRINT-EVENT THRU 7530-EXIT
112700         VARYING CM-DAY FROM 1 BY 1
112800         UNTIL CM-DAY > CM-MONTH-DAYS.
112900 7500-EXIT.
113000     EXIT.
113100*----------------------------------------------------------------
113200* 7510-PLACE-DAY - CASE D'UN JOUR DANS LA SEMAINE EN COURS ; UN
113300*                  LUNDI (HORS 1ER DU MOIS) IMPRIME LA SEMAINE
113400*                  PRECEDENTE
113500*----------------------------------------------------------------
113600 7510-PLACE-DAY.
113700     MOVE CM-DY-WEEKDAY (CM-DAY) TO CM-WEEKDAY.
113800     IF CM-WEEKDAY = 1 AND CM-DAY > 1
113900         PERFORM 7520-PRINT-WEEK THRU 7520-EXIT
114000         MOVE SPACES TO CM-WEEK-LINE-A CM-WEEK-LINE-B
114100     END-IF.
114200     MOVE CM-DAY TO CM-WA-DAY (CM-WEEKDAY).
114300     IF CM-DY-MISSING (CM-DAY)
114400         MOVE "** MANQUANT **" TO CM-WB-MARKER (CM-WEEKDAY)
114500         GO TO 7510-EXIT
114600     END-IF.
114700     IF CM-DY-NO-CONTEST (CM-DAY)
114800         GO TO 7510-EXIT
114900     END-IF.
115000     MOVE CM-CAL-ENTRY (CM-DY-CAL-SUB (CM-DAY))
115100         TO CALENDAR-RECORD.
115200     MOVE CA-DIFFICULTY TO CM-WA-DIFFICULTY (CM-WEEKDAY).
115300     MOVE CA-MAX-ATTEMPTS TO CM-WA-MAX-ATTEMPTS (CM-WEEKDAY).
115400     IF CM-DY-INVALID (CM-DAY)
115500         MOVE "** ERREUR **" TO CM-WB-MARKER (CM-WEEKDAY)
115600         GO TO 7510-EXIT
115700     END-IF.
115800     EVALUATE TRUE
115900         WHEN CA-DOUBLE-POINTS AND CA-CHALLENGE-DAY
116000             MOVE "2X  DEFI" TO CM-WB-MARKER (CM-WEEKDAY)
116100         WHEN CA-DOUBLE-POINTS
116200             MOVE "2X" TO CM-WB-MARKER (CM-WEEKDAY)
116300         WHEN CA-CHALLENGE-DAY
116400             MOVE "DEFI" TO CM-WB-MARKER (CM-WEEKDAY)
116500         WHEN OTHER
116600             CONTINUE
116700     END-EVALUATE.
116800 7510-EXIT.
116900     EXIT.
117000*----------------------------------------------------------------
117100* 7520-PRINT-WEEK - IMPRESSION D'UNE SEMAINE (DEUX LIGNES ET UN
117200*                   INTERLIGNE)
117300*----------------------------------------------------------------
117400 7520-PRINT-WEEK.
117500     IF CM-LINE-COUNT > CM-LINES-PER-PAGE - 3
117600         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
117700         WRITE AUDIT-PRINT-LINE FROM CM-WEEKDAY-HEADING
117800             AFTER ADVANCING 2 LINES
117900         ADD 2 TO CM-LINE-COUNT
118000     END-IF.
118100     WRITE AUDIT-PRINT-LINE FROM CM-WEEK-LINE-A
118200         AFTER ADVANCING 2 LINES.
118300     WRITE AUDIT-PRINT-LINE FROM CM-WEEK-LINE-B
118400         AFTER ADVANCING 1 LINE.
118500     ADD 3 TO CM-LINE-COUNT.
118600 7520-EXIT.
118700     EXIT.
118800*----------------------------------------------------------------
118900* 7530-PRINT-EVENT - UN JOUR A THEME, DOUBLE POINTS OU DEFI
119000*----------------------------------------------------------------
119100 7530-PRINT-EVENT.
119200     IF CM-DY-CAL-SUB (CM-DAY) = ZERO
119300         GO TO 7530-EXIT
119400     END-IF.
119500     MOVE CM-CAL-ENTRY (CM-DY-CAL-SUB (CM-DAY))
119600         TO CALENDAR-RECORD.
119700     IF CA-EVENT-TITLE = SPACES
119800             AND NOT CA-DOUBLE-POINTS
119900             AND NOT CA-CHALLENGE-DAY
120000         GO TO 7530-EXIT
120100     END-IF.
120200     IF CM-LINE-COUNT >= CM-LINES-PER-PAGE
120300         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
120400     END-IF.
120500     MOVE CM-DAY TO CM-EV-DAY.
120600     MOVE CM-MONTH-NAME (CM-MS-MONTH) TO CM-EV-MONTH-NAME.
120700     MOVE CA-EVENT-TITLE TO CM-EV-TITLE.
120800     MOVE SPACES TO CM-EV-DOUBLE CM-EV-CHALLENGE.
120900     IF CA-DOUBLE-POINTS
121000         MOVE "DOUBLE POINTS" TO CM-EV-DOUBLE
121100     END-IF.
121200     IF CA-CHALLENGE-DAY
121300         MOVE "DEFI DU JOUR" TO CM-EV-CHALLENGE
121400     END-IF.
121500     WRITE AUDIT-PRINT-LINE FROM CM-EVENT-LINE
121600         AFTER ADVANCING 1 LINE.
121700     ADD 1 TO CM-LINE-COUNT.
121800 7530-EXIT.
121900     EXIT.
122000*----------------------------------------------------------------
122100* 8000-PRINT-TOTALS - TOTAUX DE CONTROLE DES MOUVEMENTS
122200*----------------------------------------------------------------
122300 8000-PRINT-TOTALS.
122400     MOVE SPACES TO CM-TX-TEXT.
122500     PERFORM 7110-PRINT-TEXT THRU 7110-EXIT.
122600     MOVE "CARTES LUES           : " TO CM-TL-LABEL.
122700     MOVE CM-CARDS-READ TO CM-TL-COUNT.
122800     PERFORM 7120-PRINT-TOTAL THRU 7120-EXIT.
122900     MOVE "CARTES APPLIQUEES     : " TO CM-TL-LABEL.
123000     MOVE CM-CARDS-APPLIED TO CM-TL-COUNT.
123100     PERFORM 7120-PRINT-TOTAL THRU 7120-EXIT.
123200     MOVE "CARTES REJETEES       : " TO CM-TL-LABEL.
123300     MOVE CM-CARDS-REJECTED TO CM-TL-COUNT.
123400     PERFORM 7120-PRINT-TOTAL THRU 7120-EXIT.
123500     MOVE "LIGNES LUES           : " TO CM-TL-LABEL.
123600     MOVE CM-BEFORE-COUNT TO CM-TL-COUNT.
123700     PERFORM 7120-PRINT-TOTAL THRU 7120-EXIT.
123800     MOVE "LIGNES ECARTEES       : " TO CM-TL-LABEL.
123900     MOVE CM-DISCARD-COUNT TO CM-TL-COUNT.
124000     PERFORM 7120-PRINT-TOTAL THRU 7120-EXIT.
124100     MOVE "LIGNES APRES MOUVEMENT: " TO CM-TL-LABEL.
124200     MOVE CM-CAL-COUNT TO CM-TL-COUNT.
124300     PERFORM 7120-PRINT-TOTAL THRU 7120-EXIT.
124400     IF (CM-CARDS-REJECTED > ZERO OR CM-DISCARD-COUNT > ZERO)
124500             AND CM-RETURN-CODE < 4
124600         MOVE 4 TO CM-RETURN-CODE
124700     END-IF.
124800 8000-EXIT.
124900     EXIT.
125000*----------------------------------------------------------------
125100* 9000-TERMINATE - FERMETURE DES FICHIERS ET FIN DE PROGRAMME
125200*----------------------------------------------------------------
125300 9000-TERMINATE.
125400     IF CM-TRAN-IS-OPENED
125500         CLOSE CALENDAR-TRAN-FILE
125600     END-IF.
125700     IF CM-REPORT-STATUS = "00"
125800         CLOSE AUDIT-REPORT
125900     END-IF.
126000     PERFORM 9200-STAMP-RUNCTL THRU 9200-EXIT.
126100     DISPLAY "Maintenance GGCALEND terminee, code retour "
126200         CM-RETURN-CODE ".".
126300 9000-EXIT.
126400     EXIT.
126500*----------------------------------------------------------------
126600* 9200-STAMP-RUNCTL - TAMPON DU MOIS CONTROLE DANS LE FICHIER DE
126700*                     PILOTAGE : RC-LAST-RUN-DATE = 1ER JOUR DU
126800*                     MOIS, TOP EQUILIBRE = MOIS VALIDE. UN MOIS
126900*                     NON VALIDE EST AUSSI TAMPONNE (TOP "N") POUR
127000*                     ANNULER UNE VALIDATION PRECEDENTE ; RIEN SUR
127100*                     UN PASSAGE EN ECHEC
127200*----------------------------------------------------------------
127300 9200-STAMP-RUNCTL.
127400     IF NOT CM-RUNCTL-PRESENT
127500             OR NOT CM-MONTH-CHECKED
127600             OR CM-RETURN-CODE > 8
127700         GO TO 9200-EXIT
127800     END-IF.
127900*    UN FICHIER DE PILOTAGE ANORMALEMENT LONG N'EST PAS
128000*    REECRIT : PAS DE TAMPON PLUTOT QU'UN FICHIER TRONQUE.
128100     IF CM-RUNCTL-OVERFLOW
128200         DISPLAY "RUNCTL de plus de 20 enregistrements - "
128300             "tampon abandonne pour ne pas tronquer."
128400         MOVE 12 TO CM-RETURN-CODE
128500         GO TO 9200-EXIT
128600     END-IF.
128700     MOVE SPACES TO RUNCTL-RECORD.
128800     MOVE "P" TO RC-RECORD-TYPE.
128900     MOVE "GGCALEND" TO RC-PROGRAM-NAME.
129000     MOVE CM-MONTH-START TO RC-LAST-RUN-DATE.
129100     MOVE CM-RETURN-CODE TO RC-LAST-RC.
129200     MOVE CM-MONTH-ENTRIES TO RC-CONTROL-COUNT.
129300     MOVE CM-MONTH-VALID-SWITCH TO RC-BALANCED-FLAG.
129400     MOVE "N" TO RC-FORCED-FLAG.
129500     IF CM-RC-SELF-SUB > ZERO
129600         MOVE RUNCTL-RECORD TO CM-RC-IMAGE (CM-RC-SELF-SUB)
129700     ELSE
129800         IF CM-RC-COUNT < 20
129900             ADD 1 TO CM-RC-COUNT
130000             MOVE RUNCTL-RECORD TO CM-RC-IMAGE (CM-RC-COUNT)
130100         END-IF
130200     END-IF.
130300     OPEN OUTPUT RUNCTL-FILE.
130400     IF CM-RUNCTL-STATUS NOT = "00"
130500         DISPLAY "Reecriture RUNCTL impossible, statut "
130600             CM-RUNCTL-STATUS "."
130700         MOVE 12 TO CM-RETURN-CODE
130800         GO TO 9200-EXIT
130900     END-IF.
131000     MOVE ZERO TO CM-RC-SELF-SUB.
131100     PERFORM 9210-WRITE-RUNCTL THRU 9210-EXIT
131200         UNTIL CM-RC-SELF-SUB >= CM-RC-COUNT.
131300     CLOSE RUNCTL-FILE.
131400     IF CM-MONTH-VALID
131500         DISPLAY "Mois " CM-MS-MONTH "/" CM-MS-YEAR
131600             " valide et tamponne dans RUNCTL."
131700     ELSE
131800         DISPLAY "Mois " CM-MS-MONTH "/" CM-MS-YEAR
131900             " NON valide - tampon RUNCTL a N."
132000     END-IF.
132100 9200-EXIT.
132200     EXIT.
132300*----------------------------------------------------------------
132400* 9210-WRITE-RUNCTL - REECRITURE D'UN ENREGISTREMENT DE PILOTAGE
132500*----------------------------------------------------------------
132600 9210-WRITE-RUNCTL.
132700     ADD 1 TO CM-RC-SELF-SUB.
132800     WRITE RUNCTL-IO-AREA
132900         FROM CM-RC-IMAGE (CM-RC-SELF-SUB).
133000     IF CM-RUNCTL-STATUS NOT = "00"
133100         DISPLAY "Ecriture RUNCTL en echec, statut "
133200             CM-RUNCTL-STATUS "."
133300         MOVE 12 TO CM-RETURN-CODE
133400         MOVE CM-RC-COUNT TO CM-RC-SELF-SUB
133500     END-IF.
133600 9210-EXIT.
133700     EXIT.
