000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GGCHALNG.
000300 AUTHOR. D. LAMBERT.
000400 INSTALLATION. DIRECTION INFORMATIQUE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 10/15/2026 DL   PROGRAMME INITIAL - CLASSEMENT DU DEFI DU JOUR
001300*                 (CA-CHALLENGE-FLAG "C" DU CALENDRIER), A
001400*                 ENCHAINER APRES GGAUDIT POUR AFFICHAGE LE
001500*                 LENDEMAIN MATIN. SEULES LES PARTIES VALIDEES DU
001600*                 CLEANLOG MARQUEES GL-CHALLENGE-FLAG "C" POUR LA
001680*                 DATE DU DEFI SONT RETENUES, UNE SEULE PAR
001760*                 JOUEUR, LA PLUS ANCIENNE SELON GL-LOG-TIME, TOUS
001840*                 SITES CONFONDUS (APRES CONSOLIDATION LE CLEANLOG
001920*                 SUIT L'ORDRE DES FLUX ET NON L'ORDRE DE JEU).
002000*                 LES AUTRES SONT ECARTEES, COMPTEES ET LISTEES EN
002080*                 FIN DE CLASSEMENT COMME REFUSEES. TRI INTERNE :
002160*                 GAGNANTS PAR NOMBRE D'ESSAIS CROISSANT PUIS
002240*                 HEURE DE JEU GL-LOG-TIME, EX AEQUO AU MEME RANG,
002320*                 LES PARTIES PERDUES SUIVENT SANS RANG (NC). LE
002400*                 PARM ACCEPTE UNE DATE 'AAAAMMJJ' (DEFAUT = DATE
002480*                 DE GESTION RUNCTL, SINON DATE SYSTEME) ET LE MOT
002560*                 'FORCE' POUR PASSER OUTRE UN AUDIT NON EQUILIBRE
002640*                 (TRACE DANS RUNCTL). CODE RETOUR 4 SI LA DATE
002720*                 N'EST PAS UN JOUR DE DEFI AU CALENDRIER.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CLEANLOG-FILE ASSIGN TO CLEANLOG
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS CH-CLEANLOG-STATUS.
003800     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS CH-CALENDAR-STATUS.
004100     SELECT ROSTER-FILE ASSIGN TO ROSTER
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS RO-PLAYER-ID
004500         FILE STATUS IS CH-ROSTER-STATUS.
004600     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS CH-RUNCTL-STATUS.
004900     SELECT CHALLENGE-REPORT ASSIGN TO CHALRPT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS CH-REPORT-STATUS.
005200     SELECT CHAL-SORT-FILE ASSIGN TO SORTWK.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CLEANLOG-FILE
005600     RECORDING MODE IS F.
005700 COPY GAMELOGR.
005800 FD  CALENDAR-FILE
005900     RECORDING MODE IS F.
006000 COPY CALENDR.
006100 FD  ROSTER-FILE.
006200 COPY ROSTERR.
006300 FD  RUNCTL-FILE
006400     RECORDING MODE IS F.
006500 01  RUNCTL-IO-AREA             PIC X(80).
006600 FD  CHALLENGE-REPORT
006700     RECORDING MODE IS F.
006800 01  CHALLENGE-PRINT-LINE       PIC X(132).
006900 SD  CHAL-SORT-FILE.
007000 01  CHAL-SORT-RECORD.
007100     05  SD-CLASS               PIC X(01).
007200         88  SD-WINNER                     VALUE "1".
007250         88  SD-REFUSED                    VALUE "3".
007300     05  SD-ATTEMPTS            PIC 9(03).
007400     05  SD-LOG-TIME            PIC 9(06).
007500     05  SD-LOG-TIME-PARTS REDEFINES SD-LOG-TIME.
007600         10  SD-LOG-HH          PIC 9(02).
007700         10  SD-LOG-MM          PIC 9(02).
007800         10  SD-LOG-SS          PIC 9(02).
007900     05  SD-PLAYER-ID           PIC X(08).
008000     05  SD-RESULT              PIC X(04).
008020     05  SD-SITE-CODE           PIC X(02).
008040     05  SD-KEPT-SITE           PIC X(02).
008100 WORKING-STORAGE SECTION.
008200*----------------------------------------------------------------
008300* SWITCHS DE CONTROLE ET STATUTS FICHIERS
008400*----------------------------------------------------------------
008500 01  CH-CLEANLOG-STATUS         PIC X(02)  VALUE "00".
008600 01  CH-CALENDAR-STATUS         PIC X(02)  VALUE "00".
008700 01  CH-ROSTER-STATUS           PIC X(02)  VALUE "00".
008800 01  CH-REPORT-STATUS           PIC X(02)  VALUE "00".
008900 01  CH-CLEANLOG-EOF-SWITCH     PIC X(01)  VALUE "N".
009000     88  CH-CLEANLOG-AT-END                VALUE "Y".
009100 01  CH-CALENDAR-EOF-SWITCH     PIC X(01)  VALUE "N".
009200     88  CH-CALENDAR-AT-END                VALUE "Y".
009300 01  CH-SORT-EOF-SWITCH         PIC X(01)  VALUE "N".
009400     88  CH-SORT-AT-END                    VALUE "Y".
009500 01  CH-FATAL-ERROR-SWITCH      PIC X(01)  VALUE "N".
009600     88  CH-FATAL-ERROR                    VALUE "Y".
009700 01  CH-ROSTER-OPENED-SWITCH    PIC X(01)  VALUE "N".
009800     88  CH-ROSTER-IS-OPENED               VALUE "Y".
009900 01  CH-CHALLENGE-SWITCH        PIC X(01)  VALUE "N".
010000     88  CH-CHALLENGE-DAY                  VALUE "Y".
010100 01  CH-TABLE-FULL-SWITCH       PIC X(01)  VALUE "N".
010200     88  CH-TABLE-IS-FULL                  VALUE "Y".
010300*----------------------------------------------------------------
010400* DATE DU DEFI ET PASSAGE FORCE (PARM : "[AAAAMMJJ] [FORCE]")
010500*----------------------------------------------------------------
010600 01  CH-PARM-DATA               PIC X(30)  VALUE SPACES.
010700 01  CH-PARM-TOK-1              PIC X(08)  VALUE SPACES.
010800 01  CH-PARM-TOK-2              PIC X(08)  VALUE SPACES.
010900 01  CH-CHALLENGE-DATE          PIC 9(08)  VALUE ZERO.
011000 01  CH-EVENT-TITLE             PIC X(30)  VALUE SPACES.
011100 01  CH-MYSTERY-NUMBER          PIC 9(03)  VALUE ZERO.
011200 01  CH-MAX-NUMBER              PIC 9(03)  VALUE ZERO.
011300*----------------------------------------------------------------
011350* JOUEURS DEJA RETENUS POUR LE DEFI (UNE SEULE PARTIE COMPTEE) :
011400* LA PARTIE RETENUE EST GARDEE EN TABLE ET VERSEE AU TRI EN FIN
011450* DE LECTURE DU CLEANLOG, UNE PARTIE PLUS ANCIENNE D'UN AUTRE
011500* SITE POUVANT ENCORE LA REMPLACER
011550*----------------------------------------------------------------
011600 01  CH-PLAYER-COUNT            PIC 9(05)  COMP VALUE ZERO.
011650 01  CH-PLAYER-SUB              PIC 9(05)  COMP VALUE ZERO.
011700 01  CH-PLAYER-TABLE.
011750     05  CH-PLAYER-ENTRY  OCCURS 1 TO 5000 TIMES
011800                          DEPENDING ON CH-PLAYER-COUNT
011850                          INDEXED BY CH-PLAYER-IDX.
011900         10  CH-PL-ID              PIC X(08).
011950         10  CH-PL-RESULT          PIC X(04).
012000         10  CH-PL-ATTEMPTS        PIC 9(03).
012050         10  CH-PL-LOG-TIME        PIC 9(06).
012100         10  CH-PL-SITE-CODE       PIC X(02).
012200*----------------------------------------------------------------
012300* RANG COURANT ET EX AEQUO (MEMES ESSAIS ET MEME HEURE)
012400*----------------------------------------------------------------
012500 01  CH-POSITION                PIC 9(05)  VALUE ZERO.
012600 01  CH-RANK                    PIC 9(05)  VALUE ZERO.
012700 01  CH-PREV-ATTEMPTS           PIC 9(03)  VALUE ZERO.
012800 01  CH-PREV-LOG-TIME           PIC 9(06)  VALUE ZERO.
012900*----------------------------------------------------------------
013000* COMPTEURS GENERAUX
013100*----------------------------------------------------------------
013200 01  CH-LOG-READ                PIC 9(07)  VALUE ZERO.
013300 01  CH-CHALLENGE-GAMES         PIC 9(07)  VALUE ZERO.
013400 01  CH-GAMES-DROPPED           PIC 9(07)  VALUE ZERO.
013500 01  CH-PLAYERS-RANKED          PIC 9(07)  VALUE ZERO.
013600 01  CH-PLAYERS-UNRANKED        PIC 9(07)  VALUE ZERO.
013700 01  CH-RETURN-CODE             PIC 9(04)  VALUE ZERO.
013800*----------------------------------------------------------------
013900* PILOTAGE PAR LE FICHIER RUNCTL (DATE DE GESTION, DERNIERS
014000* PASSAGES PAR PROGRAMME) ET PASSAGE VOLONTAIRE PAR PARM FORCE
014100*----------------------------------------------------------------
014200 01  CH-RUNCTL-STATUS           PIC X(02)  VALUE "00".
014300 01  CH-RUNCTL-EOF-SWITCH       PIC X(01)  VALUE "N".
014400     88  CH-RUNCTL-AT-END                  VALUE "Y".
014500 01  CH-RUNCTL-PRESENT-SWITCH   PIC X(01)  VALUE "N".
014600     88  CH-RUNCTL-PRESENT                 VALUE "Y".
014700 01  CH-FORCED-RUN-SWITCH       PIC X(01)  VALUE "N".
014800     88  CH-FORCED-RUN                     VALUE "Y".
014900 01  CH-BUSINESS-DATE           PIC 9(08)  VALUE ZERO.
015000 01  CH-RC-COUNT                PIC 9(03)  COMP VALUE ZERO.
015100 01  CH-RC-SELF-SUB             PIC 9(03)  COMP VALUE ZERO.
015200 01  CH-RC-AUDIT-SUB            PIC 9(03)  COMP VALUE ZERO.
015300 01  CH-RC-TABLE.
015400     05  CH-RC-ENTRY  OCCURS 1 TO 20 TIMES
015500                      DEPENDING ON CH-RC-COUNT.
015600         10  CH-RC-IMAGE        PIC X(80).
015700 01  CH-RUNCTL-OVFL-SWITCH      PIC X(01)  VALUE "N".
015800     88  CH-RUNCTL-OVERFLOW                VALUE "Y".
015900 COPY RUNCTLR.
016000*----------------------------------------------------------------
016100* MISE EN PAGE DE L'ETAT IMPRIME (AFFICHAGE DU LENDEMAIN MATIN)
016200*----------------------------------------------------------------
016300 01  CH-PAGE-NUMBER             PIC 9(04)  VALUE ZERO.
016400 01  CH-LINE-COUNT              PIC 9(03)  VALUE ZERO.
016500 01  CH-LINES-PER-PAGE          PIC 9(03)  VALUE 55.
016600 01  CH-HEADING-LINE-1.
016700     05  FILLER                PIC X(20)  VALUE
016800         "GGCHALNG            ".
016900     05  FILLER                PIC X(15)  VALUE SPACES.
017000     05  FILLER                PIC X(42)  VALUE
017100         "DEFI DU JOUR - DEVINE LE NOMBRE           ".
017200     05  FILLER                PIC X(38)  VALUE SPACES.
017300     05  FILLER                PIC X(07)  VALUE "PAGE : ".
017400     05  CH-HDG-PAGE           PIC ZZZ9.
017500     05  FILLER                PIC X(06)  VALUE SPACES.
017600 01  CH-HEADING-LINE-2.
017700     05  FILLER                PIC X(10)  VALUE "DEFI DU : ".
017800     05  CH-HDG-DATE           PIC 9(08).
017900     05  FILLER                PIC X(02)  VALUE SPACES.
018000     05  CH-HDG-TITLE          PIC X(30).
018100     05  FILLER                PIC X(11)  VALUE "  NOMBRE : ".
018200     05  CH-HDG-NUMBER         PIC ZZ9.
018300     05  FILLER                PIC X(12)  VALUE " (PLAGE 1 A ".
018400     05  CH-HDG-MAX            PIC ZZ9.
018500     05  FILLER                PIC X(01)  VALUE ")".
018600     05  FILLER                PIC X(52)  VALUE SPACES.
018700 01  CH-HEADING-LINE-3.
018800     05  FILLER                PIC X(06)  VALUE "RANG  ".
018900     05  FILLER                PIC X(09)  VALUE "ID       ".
019000     05  FILLER                PIC X(21)  VALUE
019100         "NOM                  ".
019200     05  FILLER                PIC X(08)  VALUE "ESSAIS  ".
019300     05  FILLER                PIC X(10)  VALUE "HEURE     ".
019400     05  FILLER                PIC X(08)  VALUE "RESULTAT".
019450     05  FILLER                PIC X(08)  VALUE "  SITE  ".
019500     05  FILLER                PIC X(30)  VALUE "OBSERVATION".
019550     05  FILLER                PIC X(32)  VALUE SPACES.
019600 01  CH-HEADING-LINE-4.
019650     05  FILLER                PIC X(100) VALUE ALL "-".
019700     05  FILLER                PIC X(32)  VALUE SPACES.
019900 01  CH-RANK-LINE.
020000     05  CH-RL-RANK            PIC X(04).
020100     05  CH-RL-RANK-N REDEFINES CH-RL-RANK
020200                               PIC ZZZ9.
020300     05  FILLER                PIC X(02)  VALUE SPACES.
020400     05  CH-RL-ID              PIC X(08).
020500     05  FILLER                PIC X(01)  VALUE SPACES.
020600     05  CH-RL-NAME            PIC X(20).
020700     05  FILLER                PIC X(01)  VALUE SPACES.
020800     05  CH-RL-ATTEMPTS        PIC ZZ9.
020900     05  FILLER                PIC X(05)  VALUE SPACES.
021000     05  CH-RL-HH              PIC 9(02).
021100     05  FILLER                PIC X(01)  VALUE ":".
021200     05  CH-RL-MM              PIC 9(02).
021300     05  FILLER                PIC X(01)  VALUE ":".
021400     05  CH-RL-SS              PIC 9(02).
021500     05  FILLER                PIC X(02)  VALUE SPACES.
021600     05  CH-RL-RESULT          PIC X(04).
021620     05  FILLER                PIC X(06)  VALUE SPACES.
021640     05  CH-RL-SITE            PIC X(02).
021660     05  FILLER                PIC X(04)  VALUE SPACES.
021680     05  CH-RL-REMARK.
021700         10  CH-RL-REMARK-TEXT PIC X(25).
021720         10  CH-RL-REMARK-SITE PIC X(02).
021740     05  FILLER                PIC X(35)  VALUE SPACES.
021800 01  CH-MESSAGE-LINE.
021900     05  FILLER                PIC X(40)  VALUE
022000         "DATE HORS DEFI AU CALENDRIER DU CONCOURS".
022100     05  FILLER                PIC X(30)  VALUE
022200         " - PAS DE CLASSEMENT          ".
022300     05  FILLER                PIC X(62)  VALUE SPACES.
022400 01  CH-TOTAL-LINE.
022500     05  CH-TL-LABEL           PIC X(24).
022600     05  CH-TL-COUNT           PIC ZZZZZZ9.
022700     05  FILLER                PIC X(101) VALUE SPACES.
022800 PROCEDURE DIVISION.
022900*----------------------------------------------------------------
023000* 0000-MAINLINE - ENCHAINEMENT PRINCIPAL : TRI INTERNE DES
023100*                 PARTIES DU DEFI PUIS EDITION DU CLASSEMENT
023200*----------------------------------------------------------------
023300 0000-MAINLINE.
023400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023500     IF NOT CH-FATAL-ERROR
023600         IF CH-CHALLENGE-DAY
023700             SORT CHAL-SORT-FILE
023800                 ASCENDING KEY SD-CLASS
023900                               SD-ATTEMPTS
024000                               SD-LOG-TIME
024100                               SD-PLAYER-ID
024200                 INPUT PROCEDURE IS 2000-FEED-SORT
024300                     THRU 2000-EXIT
024400                 OUTPUT PROCEDURE IS 3000-REPORT-SORTED
024500                     THRU 3000-EXIT
024600         ELSE
024700             PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
024800             WRITE CHALLENGE-PRINT-LINE FROM CH-MESSAGE-LINE
024900                 AFTER ADVANCING 1 LINE
025000         END-IF
025100     END-IF
025200     PERFORM 9000-TERMINATE THRU 9000-EXIT
025300     MOVE CH-RETURN-CODE TO RETURN-CODE
025400     STOP RUN.
025500*----------------------------------------------------------------
025600* 1000-INITIALIZE - LECTURE DU PARM, CONTROLE DU PILOTAGE,
025700*                   RECHERCHE DE LA DATE AU CALENDRIER ET
025800*                   OUVERTURE DES FICHIERS
025900*----------------------------------------------------------------
026000 1000-INITIALIZE.
026100     DISPLAY "GGCHALNG - CLASSEMENT DU DEFI DU JOUR".
026200     ACCEPT CH-PARM-DATA FROM COMMAND-LINE.
026300     UNSTRING CH-PARM-DATA DELIMITED BY SPACE
026400         INTO CH-PARM-TOK-1
026500             CH-PARM-TOK-2.
026600*    LE MOT FORCE PEUT SUIVRE LA DATE OU ETRE SEUL.
026700     IF CH-PARM-TOK-1 = "FORCE"
026800             OR CH-PARM-TOK-2 = "FORCE"
026900         MOVE "Y" TO CH-FORCED-RUN-SWITCH
027000         DISPLAY "PASSAGE FORCE PAR PARM - SERA TRACE DANS "
027100             "RUNCTL."
027200     END-IF.
027300     IF CH-PARM-TOK-1 IS NUMERIC
027400         MOVE CH-PARM-TOK-1 TO CH-CHALLENGE-DATE
027500     END-IF.
027600     PERFORM 1090-CHECK-RUNCTL THRU 1090-EXIT.
027700     IF CH-FATAL-ERROR
027800         GO TO 1000-EXIT
027900     END-IF.
028000*    SANS DATE EN PARM : LA DATE DE GESTION, SINON LA DATE DU
028100*    SYSTEME.
028200     IF CH-CHALLENGE-DATE = ZERO
028300         MOVE CH-BUSINESS-DATE TO CH-CHALLENGE-DATE
028400     END-IF.
028500     IF CH-CHALLENGE-DATE = ZERO
028600         ACCEPT CH-CHALLENGE-DATE FROM DATE YYYYMMDD
028700     END-IF.
028800     DISPLAY "Date du defi classe : " CH-CHALLENGE-DATE.
028900     OPEN OUTPUT CHALLENGE-REPORT.
029000     IF CH-REPORT-STATUS NOT = "00"
029100         DISPLAY "Ouverture CHALRPT impossible, statut "
029200             CH-REPORT-STATUS "."
029300         MOVE "Y" TO CH-FATAL-ERROR-SWITCH
029400         MOVE 12 TO CH-RETURN-CODE
029500         GO TO 1000-EXIT
029600     END-IF.
029700     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
029800     IF NOT CH-CHALLENGE-DAY
029900         DISPLAY "Le " CH-CHALLENGE-DATE " n'est pas un jour de "
030000             "defi au calendrier - pas de classement."
030100         MOVE 4 TO CH-RETURN-CODE
030200         GO TO 1000-EXIT
030300     END-IF.
030400     OPEN INPUT CLEANLOG-FILE.
030500     IF CH-CLEANLOG-STATUS NOT = "00"
030600         DISPLAY "Ouverture CLEANLOG en echec, statut "
030700             CH-CLEANLOG-STATUS "."
030800         MOVE "Y" TO CH-FATAL-ERROR-SWITCH
030900         MOVE 12 TO CH-RETURN-CODE
031000         GO TO 1000-EXIT
031100     END-IF.
031200     OPEN INPUT ROSTER-FILE.
031300     IF CH-ROSTER-STATUS NOT = "00"
031400         DISPLAY "Fichier ROSTER introuvable - noms non resolus."
031500     ELSE
031600         MOVE "Y" TO CH-ROSTER-OPENED-SWITCH
031700     END-IF.
031800 1000-EXIT.
031900     EXIT.
032000*----------------------------------------------------------------
032100* 1090-CHECK-RUNCTL - LECTURE DU FICHIER DE PILOTAGE : LE
032200*                     CLASSEMENT EXIGE UN AUDIT GGAUDIT EQUILIBRE
032300*                     TAMPONNE POUR LA DATE DE GESTION, SAUF PARM
032400*                     FORCE. UN FICHIER ABSENT LAISSE LA CHAINE
032500*                     NON CONTROLEE.
032600*----------------------------------------------------------------
032700 1090-CHECK-RUNCTL.
032800     OPEN INPUT RUNCTL-FILE.
032900     IF CH-RUNCTL-STATUS NOT = "00"
033000         DISPLAY "Fichier RUNCTL absent - enchainement non "
033100             "controle."
033200         GO TO 1090-EXIT
033300     END-IF.
033400     MOVE "Y" TO CH-RUNCTL-PRESENT-SWITCH.
033500     PERFORM 1091-READ-RUNCTL THRU 1091-EXIT
033600         UNTIL CH-RUNCTL-AT-END.
033700     CLOSE RUNCTL-FILE.
033800     IF CH-BUSINESS-DATE = ZERO
033900         DISPLAY "RUNCTL sans date de gestion - enchainement "
034000             "non controle."
034100         MOVE "N" TO CH-RUNCTL-PRESENT-SWITCH
034200         GO TO 1090-EXIT
034300     END-IF.
034400     DISPLAY "Date de gestion RUNCTL : " CH-BUSINESS-DATE.
034500     IF CH-RC-AUDIT-SUB > ZERO
034600         MOVE CH-RC-IMAGE (CH-RC-AUDIT-SUB) TO RUNCTL-RECORD
034700     END-IF.
034800     IF CH-RC-AUDIT-SUB = ZERO
034900             OR RC-LAST-RUN-DATE NOT = CH-BUSINESS-DATE
035000             OR NOT RC-RUN-BALANCED
035100         IF CH-FORCED-RUN
035200             DISPLAY "Audit absent ou non equilibre pour la "
035300                 "date de gestion - passage force accepte."
035400         ELSE
035500             DISPLAY "Audit GGAUDIT absent ou non equilibre "
035600                 "pour la date de gestion - classement "
035700                 "refuse (PARM FORCE pour passer outre)."
035800             MOVE "Y" TO CH-FATAL-ERROR-SWITCH
035900             MOVE 8 TO CH-RETURN-CODE
036000         END-IF
036100     END-IF.
036200 1090-EXIT.
036300     EXIT.
036400*----------------------------------------------------------------
036500* 1091-READ-RUNCTL - LECTURE D'UN ENREGISTREMENT DE PILOTAGE EN
036600*                    TABLE (ENTETE = DATE DE GESTION)
036700*----------------------------------------------------------------
036800 1091-READ-RUNCTL.
036900     READ RUNCTL-FILE INTO RUNCTL-RECORD
037000         AT END
037100             MOVE "Y" TO CH-RUNCTL-EOF-SWITCH
037200             GO TO 1091-EXIT
037300     END-READ.
037400     IF CH-RC-COUNT = 20
037500         MOVE "Y" TO CH-RUNCTL-OVFL-SWITCH
037600         GO TO 1091-EXIT
037700     END-IF.
037800     ADD 1 TO CH-RC-COUNT.
037900     MOVE RUNCTL-RECORD TO CH-RC-IMAGE (CH-RC-COUNT).
038000     IF RC-HEADER-REC
038100         MOVE RC-BUSINESS-DATE TO CH-BUSINESS-DATE
038200     ELSE
038300         EVALUATE RC-PROGRAM-NAME
038400             WHEN "GGAUDIT "
038500                 MOVE CH-RC-COUNT TO CH-RC-AUDIT-SUB
038600             WHEN "GGCHALNG"
038700                 MOVE CH-RC-COUNT TO CH-RC-SELF-SUB
038800             WHEN OTHER
038900                 CONTINUE
039000         END-EVALUATE
039100     END-IF.
039200 1091-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------
039500* 1200-LOAD-CALENDAR - RECHERCHE DE LA DATE DU DEFI DANS LE
039600*                      CALENDRIER DU CONCOURS (TOP DEFI, TITRE
039700*                      ET PLAGE DU JOUR POUR L'ENTETE)
039800*----------------------------------------------------------------
039900 1200-LOAD-CALENDAR.
040000     OPEN INPUT CALENDAR-FILE.
040100     IF CH-CALENDAR-STATUS NOT = "00"
040200         DISPLAY "Fichier CALENDAR indisponible, statut "
040300             CH-CALENDAR-STATUS "."
040400         GO TO 1200-EXIT
040500     END-IF.
040600     PERFORM 1210-READ-CALENDAR THRU 1210-EXIT
040700         UNTIL CH-CALENDAR-AT-END
040800             OR CA-DATE = CH-CHALLENGE-DATE.
040900     CLOSE CALENDAR-FILE.
041000     IF CH-CALENDAR-AT-END
041100         GO TO 1200-EXIT
041200     END-IF.
041300     MOVE CA-EVENT-TITLE TO CH-EVENT-TITLE.
041400     IF CA-CHALLENGE-DAY
041500         MOVE "Y" TO CH-CHALLENGE-SWITCH
041600     END-IF.
041700 1200-EXIT.
041800     EXIT.
041900*----------------------------------------------------------------
042000* 1210-READ-CALENDAR - LECTURE D'UNE LIGNE DU CALENDRIER
042100*----------------------------------------------------------------
042200 1210-READ-CALENDAR.
042300     READ CALENDAR-FILE
042400         AT END
042500             MOVE "Y" TO CH-CALENDAR-EOF-SWITCH
042600     END-READ.
042700 1210-EXIT.
042800     EXIT.
042900*----------------------------------------------------------------
043000* 2000-FEED-SORT - PROCEDURE D'ENTREE DU TRI : LES PARTIES DU
043050*                  DEFI DE LA DATE SONT LUES, PUIS LA PARTIE
043100*                  RETENUE DE CHAQUE JOUEUR EST VERSEE AU TRI
043150*----------------------------------------------------------------
043200 2000-FEED-SORT.
043250     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
043300         UNTIL CH-CLEANLOG-AT-END.
043350     MOVE ZERO TO CH-PLAYER-SUB.
043400     PERFORM 2200-RELEASE-KEPT THRU 2200-EXIT
043450         UNTIL CH-PLAYER-SUB >= CH-PLAYER-COUNT.
043600 2000-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043820* 2100-RELEASE-ONE - LECTURE D'UNE PARTIE VALIDEE ; LA PREMIERE
043840*                    PARTIE DU DEFI D'UN JOUEUR EST GARDEE EN
043860*                    TABLE, UNE SUIVANTE EST COMPAREE A ELLE SUR
043880*                    L'HEURE (2110)
043900*----------------------------------------------------------------
043920 2100-RELEASE-ONE.
043940     READ CLEANLOG-FILE
043960         AT END
043980             MOVE "Y" TO CH-CLEANLOG-EOF-SWITCH
044000             GO TO 2100-EXIT
044020     END-READ.
044040     IF CH-CLEANLOG-STATUS NOT = "00"
044060         DISPLAY "Lecture CLEANLOG en echec, statut "
044080             CH-CLEANLOG-STATUS "."
044100         MOVE 12 TO CH-RETURN-CODE
044120         MOVE "Y" TO CH-CLEANLOG-EOF-SWITCH
044140         GO TO 2100-EXIT
044160     END-IF.
044180     ADD 1 TO CH-LOG-READ.
044200     IF GL-LOG-DATE NOT = CH-CHALLENGE-DATE
044220             OR NOT GL-CHALLENGE-GAME
044240         GO TO 2100-EXIT
044260     END-IF.
044280     ADD 1 TO CH-CHALLENGE-GAMES.
044300     IF CH-MYSTERY-NUMBER = ZERO
044320         MOVE GL-MYSTERY-NUMBER TO CH-MYSTERY-NUMBER
044340         MOVE GL-MAX-NUMBER TO CH-MAX-NUMBER
044360     END-IF.
044380     IF CH-PLAYER-COUNT > ZERO
044400         SET CH-PLAYER-IDX TO 1
044420         SEARCH CH-PLAYER-ENTRY
044440             AT END
044460                 CONTINUE
044480             WHEN CH-PL-ID (CH-PLAYER-IDX) = GL-PLAYER-ID
044500                 PERFORM 2110-KEEP-EARLIER THRU 2110-EXIT
044520                 GO TO 2100-EXIT
044540         END-SEARCH
044560     END-IF.
044580*    TABLE PLEINE : LA PARTIE EST VERSEE TELLE QUELLE, SANS
044600*    CONTROLE DES DOUBLONS.
044620     IF CH-PLAYER-COUNT = 5000
044640         IF NOT CH-TABLE-IS-FULL
044660             DISPLAY "Table des joueurs du defi pleine (5000) - "
044680                 "doublons non controles au-dela."
044700             MOVE "Y" TO CH-TABLE-FULL-SWITCH
044720             MOVE 4 TO CH-RETURN-CODE
044740         END-IF
044760         MOVE SPACES TO CHAL-SORT-RECORD
044780         IF GL-RESULT = "WIN "
044800             MOVE "1" TO SD-CLASS
044820         ELSE
044840             MOVE "2" TO SD-CLASS
044860         END-IF
044880         MOVE GL-ATTEMPTS TO SD-ATTEMPTS
044900         MOVE GL-LOG-TIME TO SD-LOG-TIME
044920         MOVE GL-PLAYER-ID TO SD-PLAYER-ID
044940         MOVE GL-RESULT TO SD-RESULT
044960         MOVE GL-SITE-CODE TO SD-SITE-CODE
044980         RELEASE CHAL-SORT-RECORD
045000         GO TO 2100-EXIT
045020     END-IF.
045040     ADD 1 TO CH-PLAYER-COUNT.
045060     SET CH-PLAYER-IDX TO CH-PLAYER-COUNT.
045080     PERFORM 2120-HOLD-GAME THRU 2120-EXIT.
045100 2100-EXIT.
045120     EXIT.
045140*----------------------------------------------------------------
045160* 2110-KEEP-EARLIER - DEUXIEME PARTIE DU DEFI POUR UN JOUEUR (EN
045180*                     GENERAL JOUEE SUR L'AUTRE SITE) : LA PLUS
045200*                     ANCIENNE SELON GL-LOG-TIME RESTE RETENUE,
045220*                     L'AUTRE EST VERSEE AU TRI COMME REFUSEE. A
045240*                     HEURE EGALE, LA PARTIE DEJA GARDEE RESTE.
045260*----------------------------------------------------------------
045280 2110-KEEP-EARLIER.
045300     ADD 1 TO CH-GAMES-DROPPED.
045320     MOVE SPACES TO CHAL-SORT-RECORD.
045340     MOVE "3" TO SD-CLASS.
045360     IF GL-LOG-TIME < CH-PL-LOG-TIME (CH-PLAYER-IDX)
045380         MOVE CH-PL-ATTEMPTS (CH-PLAYER-IDX) TO SD-ATTEMPTS
045400         MOVE CH-PL-LOG-TIME (CH-PLAYER-IDX) TO SD-LOG-TIME
045420         MOVE CH-PL-RESULT (CH-PLAYER-IDX) TO SD-RESULT
045440         MOVE CH-PL-SITE-CODE (CH-PLAYER-IDX) TO SD-SITE-CODE
045460         MOVE GL-SITE-CODE TO SD-KEPT-SITE
045480         PERFORM 2120-HOLD-GAME THRU 2120-EXIT
045500     ELSE
045520         MOVE GL-ATTEMPTS TO SD-ATTEMPTS
045540         MOVE GL-LOG-TIME TO SD-LOG-TIME
045560         MOVE GL-RESULT TO SD-RESULT
045580         MOVE GL-SITE-CODE TO SD-SITE-CODE
045600         MOVE CH-PL-SITE-CODE (CH-PLAYER-IDX) TO SD-KEPT-SITE
045620     END-IF.
045640     MOVE GL-PLAYER-ID TO SD-PLAYER-ID.
045660     RELEASE CHAL-SORT-RECORD.
045680 2110-EXIT.
045700     EXIT.
045720*----------------------------------------------------------------
045740* 2120-HOLD-GAME - LA PARTIE LUE DEVIENT LA PARTIE RETENUE DU
045760*                  JOUEUR (POSTE CH-PLAYER-IDX)
045780*----------------------------------------------------------------
045800 2120-HOLD-GAME.
045820     MOVE GL-PLAYER-ID TO CH-PL-ID (CH-PLAYER-IDX).
045840     MOVE GL-RESULT TO CH-PL-RESULT (CH-PLAYER-IDX).
045860     MOVE GL-ATTEMPTS TO CH-PL-ATTEMPTS (CH-PLAYER-IDX).
045880     MOVE GL-LOG-TIME TO CH-PL-LOG-TIME (CH-PLAYER-IDX).
045900     MOVE GL-SITE-CODE TO CH-PL-SITE-CODE (CH-PLAYER-IDX).
045920 2120-EXIT.
045940     EXIT.
045960*----------------------------------------------------------------
045980* 2200-RELEASE-KEPT - EN FIN DE CLEANLOG, VERSEMENT AU TRI DE LA
046000*                     PARTIE RETENUE D'UN JOUEUR
046020*----------------------------------------------------------------
046040 2200-RELEASE-KEPT.
046060     ADD 1 TO CH-PLAYER-SUB.
046080     MOVE SPACES TO CHAL-SORT-RECORD.
046100     IF CH-PL-RESULT (CH-PLAYER-SUB) = "WIN "
046120         MOVE "1" TO SD-CLASS
046140     ELSE
046160         MOVE "2" TO SD-CLASS
046180     END-IF.
046200     MOVE CH-PL-ATTEMPTS (CH-PLAYER-SUB) TO SD-ATTEMPTS.
046220     MOVE CH-PL-LOG-TIME (CH-PLAYER-SUB) TO SD-LOG-TIME.
046240     MOVE CH-PL-ID (CH-PLAYER-SUB) TO SD-PLAYER-ID.
046260     MOVE CH-PL-RESULT (CH-PLAYER-SUB) TO SD-RESULT.
046280     MOVE CH-PL-SITE-CODE (CH-PLAYER-SUB) TO SD-SITE-CODE.
046300     RELEASE CHAL-SORT-RECORD.
046320 2200-EXIT.
049000     EXIT.
049100*----------------------------------------------------------------
049200* 3000-REPORT-SORTED - PROCEDURE DE SORTIE DU TRI : EDITION DU
049300*                      CLASSEMENT ET DES TOTAUX
049400*----------------------------------------------------------------
049500 3000-REPORT-SORTED.
049600     PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT.
049700     PERFORM 3900-GET-SORTED THRU 3900-EXIT.
049800     PERFORM 3100-PROCESS-ONE THRU 3100-EXIT
049900         UNTIL CH-SORT-AT-END.
050000     PERFORM 5400-PRINT-TOTALS THRU 5400-EXIT.
050100 3000-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400* 3100-PROCESS-ONE - UNE PARTIE TRIEE : RANG (EX AEQUO SUR MEMES
050420*                    ESSAIS ET MEME HEURE) PUIS LIGNE D'ETAT ; LES
050440*                    PARTIES REFUSEES SUIVENT, MARQUEES REF
050460*----------------------------------------------------------------
050480 3100-PROCESS-ONE.
050500     MOVE SPACES TO CH-RL-REMARK.
050520     IF SD-REFUSED
050540         MOVE " REF" TO CH-RL-RANK
050560         MOVE "REFUSEE - DEJA JOUE SITE " TO CH-RL-REMARK-TEXT
050580         MOVE SD-KEPT-SITE TO CH-RL-REMARK-SITE
050600         PERFORM 5200-PRINT-ONE-RANK THRU 5200-EXIT
050620         PERFORM 3900-GET-SORTED THRU 3900-EXIT
050640         GO TO 3100-EXIT
050660     END-IF.
050800     IF SD-WINNER
050900         ADD 1 TO CH-POSITION
051000         ADD 1 TO CH-PLAYERS-RANKED
051100         IF CH-POSITION = 1
051200                 OR SD-ATTEMPTS NOT = CH-PREV-ATTEMPTS
051300                 OR SD-LOG-TIME NOT = CH-PREV-LOG-TIME
051400             MOVE CH-POSITION TO CH-RANK
051500         END-IF
051600         MOVE SD-ATTEMPTS TO CH-PREV-ATTEMPTS
051700         MOVE SD-LOG-TIME TO CH-PREV-LOG-TIME
051800         MOVE CH-RANK TO CH-RL-RANK-N
051900     ELSE
052000         ADD 1 TO CH-PLAYERS-UNRANKED
052100         MOVE "  NC" TO CH-RL-RANK
052200     END-IF.
052300     PERFORM 5200-PRINT-ONE-RANK THRU 5200-EXIT.
052400     PERFORM 3900-GET-SORTED THRU 3900-EXIT.
052500 3100-EXIT.
052600     EXIT.
052700*----------------------------------------------------------------
052800* 3900-GET-SORTED - RETOUR DE LA PARTIE TRIEE SUIVANTE
052900*----------------------------------------------------------------
053000 3900-GET-SORTED.
053100     RETURN CHAL-SORT-FILE
053200         AT END
053300             MOVE "Y" TO CH-SORT-EOF-SWITCH
053400     END-RETURN.
053500 3900-EXIT.
053600     EXIT.
053700*----------------------------------------------------------------
053800* 5100-PRINT-HEADINGS - ENTETE DE PAGE DE L'ETAT
053900*----------------------------------------------------------------
054000 5100-PRINT-HEADINGS.
054100     ADD 1 TO CH-PAGE-NUMBER.
054200     MOVE CH-PAGE-NUMBER TO CH-HDG-PAGE.
054300     MOVE CH-CHALLENGE-DATE TO CH-HDG-DATE.
054400     MOVE CH-EVENT-TITLE TO CH-HDG-TITLE.
054500     MOVE CH-MYSTERY-NUMBER TO CH-HDG-NUMBER.
054600     MOVE CH-MAX-NUMBER TO CH-HDG-MAX.
054700     WRITE CHALLENGE-PRINT-LINE FROM CH-HEADING-LINE-1
054800         AFTER ADVANCING PAGE.
054900     WRITE CHALLENGE-PRINT-LINE FROM CH-HEADING-LINE-2
055000         AFTER ADVANCING 1 LINE.
055100     MOVE SPACES TO CHALLENGE-PRINT-LINE.
055200     WRITE CHALLENGE-PRINT-LINE AFTER ADVANCING 1 LINE.
055300     WRITE CHALLENGE-PRINT-LINE FROM CH-HEADING-LINE-3
055400         AFTER ADVANCING 1 LINE.
055500     WRITE CHALLENGE-PRINT-LINE FROM CH-HEADING-LINE-4
055600         AFTER ADVANCING 1 LINE.
055700     MOVE 5 TO CH-LINE-COUNT.
055800 5100-EXIT.
055900     EXIT.
056000*----------------------------------------------------------------
056100* 5200-PRINT-ONE-RANK - UNE LIGNE DU CLASSEMENT, AVEC SAUT DE
056200*                       PAGE QUAND LA PAGE EST PLEINE
056300*----------------------------------------------------------------
056400 5200-PRINT-ONE-RANK.
056500     IF CH-LINE-COUNT >= CH-LINES-PER-PAGE
056600         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
056700     END-IF.
056800     MOVE SD-PLAYER-ID TO CH-RL-ID.
056900     PERFORM 5210-RESOLVE-NAME THRU 5210-EXIT.
057000     MOVE SD-ATTEMPTS TO CH-RL-ATTEMPTS.
057100     MOVE SD-LOG-HH TO CH-RL-HH.
057200     MOVE SD-LOG-MM TO CH-RL-MM.
057300     MOVE SD-LOG-SS TO CH-RL-SS.
057400     MOVE SD-RESULT TO CH-RL-RESULT.
057450     MOVE SD-SITE-CODE TO CH-RL-SITE.
057500     WRITE CHALLENGE-PRINT-LINE FROM CH-RANK-LINE
057600         AFTER ADVANCING 1 LINE.
057700     ADD 1 TO CH-LINE-COUNT.
057800 5200-EXIT.
057900     EXIT.
058000*----------------------------------------------------------------
058100* 5210-RESOLVE-NAME - LECTURE DIRECTE DU NOM EN CLAIR DANS LE
058200*                     ROSTER INDEXE, SINON "(HORS ROSTER)"
058300*----------------------------------------------------------------
058400 5210-RESOLVE-NAME.
058500     MOVE "(HORS ROSTER)       " TO CH-RL-NAME.
058600     IF CH-ROSTER-IS-OPENED
058700         MOVE SD-PLAYER-ID TO RO-PLAYER-ID
058800         READ ROSTER-FILE
058900             INVALID KEY
059000                 CONTINUE
059100             NOT INVALID KEY
059200                 MOVE RO-PLAYER-NAME TO CH-RL-NAME
059300         END-READ
059400     END-IF.
059500 5210-EXIT.
059600     EXIT.
059700*----------------------------------------------------------------
059800* 5400-PRINT-TOTALS - TOTAUX DE CONTROLE DU PASSAGE
059900*----------------------------------------------------------------
060000 5400-PRINT-TOTALS.
060100     MOVE SPACES TO CHALLENGE-PRINT-LINE.
060200     WRITE CHALLENGE-PRINT-LINE AFTER ADVANCING 1 LINE.
060300     MOVE "PARTIES CLEANLOG LUES : " TO CH-TL-LABEL.
060400     MOVE CH-LOG-READ TO CH-TL-COUNT.
060500     WRITE CHALLENGE-PRINT-LINE FROM CH-TOTAL-LINE
060600         AFTER ADVANCING 1 LINE.
060700     MOVE "PARTIES DU DEFI       : " TO CH-TL-LABEL.
060800     MOVE CH-CHALLENGE-GAMES TO CH-TL-COUNT.
060900     WRITE CHALLENGE-PRINT-LINE FROM CH-TOTAL-LINE
061000         AFTER ADVANCING 1 LINE.
061100     MOVE "JOUEURS CLASSES       : " TO CH-TL-LABEL.
061200     MOVE CH-PLAYERS-RANKED TO CH-TL-COUNT.
061300     WRITE CHALLENGE-PRINT-LINE FROM CH-TOTAL-LINE
061400         AFTER ADVANCING 1 LINE.
061500     MOVE "JOUEURS NON CLASSES   : " TO CH-TL-LABEL.
061600     MOVE CH-PLAYERS-UNRANKED TO CH-TL-COUNT.
061700     WRITE CHALLENGE-PRINT-LINE FROM CH-TOTAL-LINE
061800         AFTER ADVANCING 1 LINE.
061900     MOVE "PARTIES REFUSEES      : " TO CH-TL-LABEL.
062000     MOVE CH-GAMES-DROPPED TO CH-TL-COUNT.
062100     WRITE CHALLENGE-PRINT-LINE FROM CH-TOTAL-LINE
062200         AFTER ADVANCING 1 LINE.
062300 5400-EXIT.
062400     EXIT.
062500*----------------------------------------------------------------
062600* 9000-TERMINATE - FERMETURE DES FICHIERS ET FIN DE PROGRAMME
062700*----------------------------------------------------------------
062800 9000-TERMINATE.
062900     IF CH-CLEANLOG-STATUS = "00" OR "10"
063000         CLOSE CLEANLOG-FILE
063100     END-IF.
063200     IF CH-ROSTER-IS-OPENED
063300         CLOSE ROSTER-FILE
063400     END-IF.
063500     IF CH-REPORT-STATUS = "00"
063600         CLOSE CHALLENGE-REPORT
063700     END-IF.
063800     PERFORM 9200-STAMP-RUNCTL THRU 9200-EXIT.
063900     DISPLAY "Classement GGCHALNG edite sur CHALRPT, code retour "
064000         CH-RETURN-CODE ".".
064100 9000-EXIT.
064200     EXIT.
064300*----------------------------------------------------------------
064400* 9200-STAMP-RUNCTL - TAMPON DU PASSAGE DANS LE FICHIER DE
064500*                     PILOTAGE (NOMBRE DE JOUEURS CLASSES) ; PAS
064600*                     DE TAMPON SUR UN PASSAGE REFUSE OU EN ECHEC
064700*----------------------------------------------------------------
064800 9200-STAMP-RUNCTL.
064900     IF NOT CH-RUNCTL-PRESENT
065000             OR CH-RETURN-CODE > 4
065100         GO TO 9200-EXIT
065200     END-IF.
065300*    UN FICHIER DE PILOTAGE ANORMALEMENT LONG N'EST PAS
065400*    REECRIT : PAS DE TAMPON PLUTOT QU'UN FICHIER TRONQUE.
065500     IF CH-RUNCTL-OVERFLOW
065600         DISPLAY "RUNCTL de plus de 20 enregistrements - "
065700             "tampon abandonne pour ne pas tronquer."
065800         MOVE 12 TO CH-RETURN-CODE
065900         GO TO 9200-EXIT
066000     END-IF.
066100     MOVE SPACES TO RUNCTL-RECORD.
066200     MOVE "P" TO RC-RECORD-TYPE.
066300     MOVE "GGCHALNG" TO RC-PROGRAM-NAME.
066400     MOVE CH-BUSINESS-DATE TO RC-LAST-RUN-DATE.
066500     MOVE CH-RETURN-CODE TO RC-LAST-RC.
066600     MOVE CH-PLAYERS-RANKED TO RC-CONTROL-COUNT.
066700     MOVE "Y" TO RC-BALANCED-FLAG.
066800     MOVE CH-FORCED-RUN-SWITCH TO RC-FORCED-FLAG.
066900     IF CH-RC-SELF-SUB > ZERO
067000         MOVE RUNCTL-RECORD TO CH-RC-IMAGE (CH-RC-SELF-SUB)
067100     ELSE
067200         IF CH-RC-COUNT < 20
067300             ADD 1 TO CH-RC-COUNT
067400             MOVE RUNCTL-RECORD TO CH-RC-IMAGE (CH-RC-COUNT)
067500         END-IF
067600     END-IF.
067700     OPEN OUTPUT RUNCTL-FILE.
067800     IF CH-RUNCTL-STATUS NOT = "00"
067900         DISPLAY "Reecriture RUNCTL impossible, statut "
068000             CH-RUNCTL-STATUS "."
068100         MOVE 12 TO CH-RETURN-CODE
068200         GO TO 9200-EXIT
068300     END-IF.
068400     MOVE ZERO TO CH-RC-SELF-SUB.
068500     PERFORM 9210-WRITE-RUNCTL THRU 9210-EXIT
068600         UNTIL CH-RC-SELF-SUB >= CH-RC-COUNT.
068700     CLOSE RUNCTL-FILE.
068800 9200-EXIT.
068900     EXIT.
069000*----------------------------------------------------------------
069100* 9210-WRITE-RUNCTL - REECRITURE D'UN ENREGISTREMENT DE PILOTAGE
069200*----------------------------------------------------------------
069300 9210-WRITE-RUNCTL.
069400     ADD 1 TO CH-RC-SELF-SUB.
069500     WRITE RUNCTL-IO-AREA
069600         FROM CH-RC-IMAGE (CH-RC-SELF-SUB).
069700     IF CH-RUNCTL-STATUS NOT = "00"
069800         DISPLAY "Ecriture RUNCTL en echec, statut "
069900             CH-RUNCTL-STATUS "."
070000         MOVE 12 TO CH-RETURN-CODE
070100         MOVE CH-RC-COUNT TO CH-RC-SELF-SUB
070200     END-IF.
070300 9210-EXIT.
070400     EXIT.
