000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GGHRRECN.
000300 AUTHOR. D. LAMBERT.
000400 INSTALLATION. DIRECTION INFORMATIQUE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 10/15/2026 DL   PROGRAMME INITIAL - RAPPROCHEMENT NOCTURNE DE
001300*                 L'EXTRACTION DU PERSONNEL (SERVICE RH, CF
001400*                 HRPERSR, TRIEE SUR LE MATRICULE) AVEC LE ROSTER
001500*                 LU DANS L'ORDRE DES CLES. LES MOUVEMENTS SURS
001600*                 SONT ECRITS EN CARTES ROSTTRNR POUR GGROSTER :
001700*                 - DELETE POUR UN SALARIE SORTI (DATE D'EFFET =
001800*                   DATE DE SORTIE RH) ;
001900*                 - CHANGE POUR UN NOM OU UN SERVICE DIFFERENT ;
002000*                   UNE MUTATION PORTE LA DATE D'EFFET RH POUR QUE
002100*                   LE CHAMPIONNAT INTER-SERVICES BASCULE LE BON
002200*                   JOUR.
002300*                 UNE SORTIE OU UNE MUTATION DATEE APRES LA DATE
002400*                 DE TRAITEMENT EST SEULEMENT ANNONCEE ("A
002500*                 VENIR") : LA CARTE SORT LE JOUR VENU. LES CAS A
002600*                 TRANCHER PAR LE GESTIONNAIRE (MATRICULE RH
002700*                 ABSENT DU ROSTER, JOUEUR ACTIF ABSENT DE
002800*                 L'EXTRACTION, RADIE ENCORE PRESENT RH, DOUBLON
002900*                 OU MATRICULE VIDE) SORTENT SUR L'ETAT DES
003000*                 ECARTS (//HRRECRPT) SANS CARTE. PARM
003100*                 'AAAAMMJJ' EN OPTION (DATE DE TRAITEMENT,
003200*                 DEFAUT DATE DU JOUR). CODE RETOUR 4 SI ECARTS,
003300*                 8 SUR PARM INVALIDE, EXTRACTION VIDE OU NON
003400*                 TRIEE, 12 SUR ERREUR D'E/S.
003500*----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT HRPERS-FILE ASSIGN TO HRPERS
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS HC-HRPERS-STATUS.
004500     SELECT ROSTER-FILE ASSIGN TO ROSTER
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS RO-PLAYER-ID
004900         FILE STATUS IS HC-ROSTER-STATUS.
005000     SELECT ROSTER-TRAN-FILE ASSIGN TO ROSTTRAN
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS HC-ROSTTRAN-STATUS.
005300     SELECT HRRECON-REPORT ASSIGN TO HRRECRPT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS HC-REPORT-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  HRPERS-FILE
005900     RECORDING MODE IS F.
006000 COPY HRPERSR.
006100 FD  ROSTER-FILE.
006200 COPY ROSTERR.
006300 FD  ROSTER-TRAN-FILE.
006400 COPY ROSTTRNR.
006500 FD  HRRECON-REPORT
006600     RECORDING MODE IS F.
006700 01  HRRECON-PRINT-LINE         PIC X(132).
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------------
007000* SWITCHS DE CONTROLE ET STATUTS FICHIERS
007100*----------------------------------------------------------------
007200 01  HC-HRPERS-STATUS           PIC X(02)  VALUE "00".
007300 01  HC-ROSTER-STATUS           PIC X(02)  VALUE "00".
007400 01  HC-ROSTTRAN-STATUS         PIC X(02)  VALUE "00".
007500 01  HC-REPORT-STATUS           PIC X(02)  VALUE "00".
007600 01  HC-HRPERS-OPENED-SWITCH    PIC X(01)  VALUE "N".
007700     88  HC-HRPERS-IS-OPENED               VALUE "Y".
007800 01  HC-ROSTER-OPENED-SWITCH    PIC X(01)  VALUE "N".
007900     88  HC-ROSTER-IS-OPENED               VALUE "Y".
008000 01  HC-ROSTTRAN-OPENED-SWITCH  PIC X(01)  VALUE "N".
008100     88  HC-ROSTTRAN-IS-OPENED             VALUE "Y".
008200 01  HC-REPORT-OPENED-SWITCH    PIC X(01)  VALUE "N".
008300     88  HC-REPORT-IS-OPENED               VALUE "Y".
008400 01  HC-FATAL-ERROR-SWITCH      PIC X(01)  VALUE "N".
008500     88  HC-FATAL-ERROR                    VALUE "Y".
008600 01  HC-RECORD-OK-SWITCH        PIC X(01)  VALUE "N".
008700     88  HC-RECORD-OK                      VALUE "Y".
008800 01  HC-NAME-CHANGED-SWITCH     PIC X(01)  VALUE "N".
008900     88  HC-NAME-CHANGED                   VALUE "Y".
009000 01  HC-DEPT-CHANGED-SWITCH     PIC X(01)  VALUE "N".
009100     88  HC-DEPT-CHANGED                   VALUE "Y".
009200*----------------------------------------------------------------
009300* CLES D'APPAREILLAGE (HIGH-VALUES EN FIN DE FICHIER) ET DATES
009400*----------------------------------------------------------------
009500 01  HC-HR-KEY                  PIC X(08)  VALUE LOW-VALUES.
009600 01  HC-RO-KEY                  PIC X(08)  VALUE LOW-VALUES.
009700 01  HC-PREV-HR-KEY             PIC X(08)  VALUE LOW-VALUES.
009800 01  HC-PARM-DATA               PIC X(20)  VALUE SPACES.
009900 01  HC-PARM-DATE-TOK           PIC X(08)  VALUE SPACES.
010000 01  HC-RUN-DATE                PIC 9(08)  VALUE ZERO.
010100 01  HC-LEAVE-DATE              PIC 9(08)  VALUE ZERO.
010200 01  HC-DEPT-EFF-DATE           PIC 9(08)  VALUE ZERO.
010300 01  HC-HR-NAME                 PIC X(20)  VALUE SPACES.
010400*----------------------------------------------------------------
010500* COMPTEURS DE CONTROLE
010600*----------------------------------------------------------------
010700 01  HC-HR-READ                 PIC 9(07)  VALUE ZERO.
010800 01  HC-ROSTER-READ             PIC 9(07)  VALUE ZERO.
010900 01  HC-MATCHED                 PIC 9(07)  VALUE ZERO.
011000 01  HC-DELETE-CARDS            PIC 9(07)  VALUE ZERO.
011100 01  HC-CHANGE-CARDS            PIC 9(07)  VALUE ZERO.
011200 01  HC-DISCREPANCIES           PIC 9(07)  VALUE ZERO.
011300 01  HC-PENDING                 PIC 9(07)  VALUE ZERO.
011400 01  HC-LEFT-UNKNOWN            PIC 9(07)  VALUE ZERO.
011500 01  HC-RETURN-CODE             PIC 9(04)  VALUE ZERO.
011600*----------------------------------------------------------------
011700* LIGNE DE L'ETAT EN COURS DE CONSTITUTION (LES ZONES FICHIER
011800* PORTENT L'ENREGISTREMENT SUIVANT DE L'APPAREILLAGE ET NE SONT
011900* PAS TOUCHEES)
012000*----------------------------------------------------------------
012100 01  HC-LINE-DATA.
012200     05  HC-LN-ID               PIC X(08).
012300     05  HC-LN-RO-SIDE.
012400         10  HC-LN-RO-NAME      PIC X(20).
012500         10  HC-LN-RO-DEPT      PIC X(04).
012600     05  HC-LN-HR-SIDE.
012700         10  HC-LN-HR-NAME      PIC X(20).
012800         10  HC-LN-HR-DEPT      PIC X(04).
012900     05  HC-LN-ACTION           PIC X(08).
013000     05  HC-LN-DATE             PIC X(08).
013100     05  HC-LN-TEXT             PIC X(40).
013200*----------------------------------------------------------------
013300* MISE EN PAGE DE L'ETAT DES ECARTS
013400*----------------------------------------------------------------
013500 01  HC-PAGE-NUMBER             PIC 9(04)  VALUE ZERO.
013600 01  HC-LINE-COUNT              PIC 9(03)  VALUE 99.
013700 01  HC-LINES-PER-PAGE          PIC 9(03)  VALUE 55.
013800 01  HC-HEADING-LINE-1.
013900     05  FILLER                PIC X(20)  VALUE
014000         "GGHRRECN            ".
014100     05  FILLER                PIC X(15)  VALUE SPACES.
014200     05  FILLER                PIC X(42)  VALUE
014300         "RAPPROCHEMENT PERSONNEL RH / ROSTER       ".
014400     05  FILLER                PIC X(38)  VALUE SPACES.
014500     05  FILLER                PIC X(07)  VALUE "PAGE : ".
014600     05  HC-HDG-PAGE           PIC ZZZ9.
014700     05  FILLER                PIC X(06)  VALUE SPACES.
014800 01  HC-HEADING-LINE-2.
014900     05  FILLER                PIC X(21)  VALUE
015000         "DATE DE TRAITEMENT : ".
015100     05  HC-HDG-DATE           PIC 9(08).
015200     05  FILLER                PIC X(103) VALUE SPACES.
015300 01  HC-HEADING-LINE-3.
015400     05  FILLER                PIC X(01)  VALUE SPACES.
015500     05  FILLER                PIC X(10)  VALUE "MATRICULE ".
015600     05  FILLER                PIC X(10)  VALUE "ACTION    ".
015700     05  FILLER                PIC X(21)  VALUE "NOM AU ROSTER".
015800     05  FILLER                PIC X(06)  VALUE "SERV  ".
015900     05  FILLER                PIC X(21)  VALUE "NOM RH".
016000     05  FILLER                PIC X(06)  VALUE "SERV  ".
016100     05  FILLER                PIC X(10)  VALUE "DATE      ".
016200     05  FILLER                PIC X(40)  VALUE "MOTIF".
016300     05  FILLER                PIC X(07)  VALUE SPACES.
016400 01  HC-HEADING-LINE-4.
016500     05  FILLER                PIC X(125) VALUE ALL "-".
016600     05  FILLER                PIC X(07)  VALUE SPACES.
016700 01  HC-DETAIL-LINE.
016800     05  FILLER                PIC X(01)  VALUE SPACES.
016900     05  HC-DL-ID              PIC X(08).
017000     05  FILLER                PIC X(02)  VALUE SPACES.
017100     05  HC-DL-ACTION          PIC X(08).
017200     05  FILLER                PIC X(02)  VALUE SPACES.
017300     05  HC-DL-RO-NAME         PIC X(20).
017400     05  FILLER                PIC X(01)  VALUE SPACES.
017500     05  HC-DL-RO-DEPT         PIC X(04).
017600     05  FILLER                PIC X(02)  VALUE SPACES.
017700     05  HC-DL-HR-NAME         PIC X(20).
017800     05  FILLER                PIC X(01)  VALUE SPACES.
017900     05  HC-DL-HR-DEPT         PIC X(04).
018000     05  FILLER                PIC X(02)  VALUE SPACES.
018100     05  HC-DL-DATE            PIC X(08).
018200     05  FILLER                PIC X(02)  VALUE SPACES.
018300     05  HC-DL-TEXT            PIC X(40).
018400     05  FILLER                PIC X(07)  VALUE SPACES.
018500 01  HC-TOTAL-LINE.
018600     05  HC-TL-LABEL           PIC X(24).
018700     05  HC-TL-COUNT           PIC ZZZZZZ9.
018800     05  FILLER                PIC X(101) VALUE SPACES.
018900 PROCEDURE DIVISION.
019000*----------------------------------------------------------------
019100* 0000-MAINLINE - ENCHAINEMENT PRINCIPAL DU PROGRAMME
019200*----------------------------------------------------------------
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019500     IF NOT HC-FATAL-ERROR
019600         PERFORM 2000-MATCH-ONE THRU 2000-EXIT
019700             UNTIL HC-HR-KEY = HIGH-VALUES
019800                 AND HC-RO-KEY = HIGH-VALUES
019900         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
020000     END-IF
020100     PERFORM 9000-TERMINATE THRU 9000-EXIT
020200     MOVE HC-RETURN-CODE TO RETURN-CODE
020300     STOP RUN.
020400*----------------------------------------------------------------
020500* 1000-INITIALIZE - DATE DE TRAITEMENT, OUVERTURE DES FICHIERS ET
020600*                   PREMIERES LECTURES
020700*----------------------------------------------------------------
020800 1000-INITIALIZE.
020900     DISPLAY "GGHRRECN - RAPPROCHEMENT PERSONNEL RH / ROSTER".
021000     ACCEPT HC-RUN-DATE FROM DATE YYYYMMDD.
021100     ACCEPT HC-PARM-DATA FROM COMMAND-LINE.
021200     UNSTRING HC-PARM-DATA DELIMITED BY SPACE
021300         INTO HC-PARM-DATE-TOK.
021400     IF HC-PARM-DATE-TOK NOT = SPACES
021500         IF HC-PARM-DATE-TOK IS NUMERIC
021600             MOVE HC-PARM-DATE-TOK TO HC-RUN-DATE
021700         ELSE
021800             DISPLAY "PARM invalide : AAAAMMJJ attendu."
021900             MOVE "Y" TO HC-FATAL-ERROR-SWITCH
022000             MOVE 8 TO HC-RETURN-CODE
022100             GO TO 1000-EXIT
022200         END-IF
022300     END-IF.
022400     OPEN INPUT HRPERS-FILE.
022500     IF HC-HRPERS-STATUS NOT = "00"
022600         DISPLAY "Ouverture HRPERS en echec, statut "
022700             HC-HRPERS-STATUS "."
022800         MOVE "Y" TO HC-FATAL-ERROR-SWITCH
022900         MOVE 12 TO HC-RETURN-CODE
023000         GO TO 1000-EXIT
023100     END-IF.
023200     MOVE "Y" TO HC-HRPERS-OPENED-SWITCH.
023300     OPEN INPUT ROSTER-FILE.
023400     IF HC-ROSTER-STATUS NOT = "00"
023500         DISPLAY "Ouverture ROSTER en echec, statut "
023600             HC-ROSTER-STATUS "."
023700         MOVE "Y" TO HC-FATAL-ERROR-SWITCH
023800         MOVE 12 TO HC-RETURN-CODE
023900         GO TO 1000-EXIT
024000     END-IF.
024100     MOVE "Y" TO HC-ROSTER-OPENED-SWITCH.
024200     OPEN OUTPUT ROSTER-TRAN-FILE.
024300     IF HC-ROSTTRAN-STATUS NOT = "00"
024400         DISPLAY "Ouverture ROSTTRAN en echec, statut "
024500             HC-ROSTTRAN-STATUS "."
024600         MOVE "Y" TO HC-FATAL-ERROR-SWITCH
024700         MOVE 12 TO HC-RETURN-CODE
024800         GO TO 1000-EXIT
024900     END-IF.
025000     MOVE "Y" TO HC-ROSTTRAN-OPENED-SWITCH.
025100     OPEN OUTPUT HRRECON-REPORT.
025200     IF HC-REPORT-STATUS NOT = "00"
025300         DISPLAY "Ouverture HRRECRPT en echec, statut "
025400             HC-REPORT-STATUS "."
025500         MOVE "Y" TO HC-FATAL-ERROR-SWITCH
025600         MOVE 12 TO HC-RETURN-CODE
025700         GO TO 1000-EXIT
025800     END-IF.
025900     MOVE "Y" TO HC-REPORT-OPENED-SWITCH.
026000     PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT.
026100     PERFORM 2910-READ-HRPERS THRU 2910-EXIT.
026200     IF HC-FATAL-ERROR
026300         GO TO 1000-EXIT
026400     END-IF.
026500*    UNE EXTRACTION VIDE FERAIT SORTIR TOUT LE ROSTER EN ECART :
026600*    LE PASSAGE EST ARRETE.
026700     IF HC-HR-KEY = HIGH-VALUES
026800         DISPLAY "Extraction RH vide - rapprochement abandonne."
026900         MOVE "Y" TO HC-FATAL-ERROR-SWITCH
027000         MOVE 8 TO HC-RETURN-CODE
027100         GO TO 1000-EXIT
027200     END-IF.
027300     PERFORM 2920-READ-ROSTER THRU 2920-EXIT.
027400 1000-EXIT.
027500     EXIT.
027600*----------------------------------------------------------------
027700* 2000-MATCH-ONE - APPAREILLAGE DES DEUX FICHIERS SUR LE MATRICULE
027800*----------------------------------------------------------------
027900 2000-MATCH-ONE.
028000     IF HC-HR-KEY < HC-RO-KEY
028100         PERFORM 2100-HR-ONLY THRU 2100-EXIT
028200         PERFORM 2910-READ-HRPERS THRU 2910-EXIT
028300         GO TO 2000-CHECK
028400     END-IF.
028500     IF HC-HR-KEY > HC-RO-KEY
028600         PERFORM 2200-ROSTER-ONLY THRU 2200-EXIT
028700         PERFORM 2920-READ-ROSTER THRU 2920-EXIT
028800         GO TO 2000-CHECK
028900     END-IF.
029000     ADD 1 TO HC-MATCHED.
029100     PERFORM 2300-COMPARE THRU 2300-EXIT.
029200     PERFORM 2910-READ-HRPERS THRU 2910-EXIT.
029300     PERFORM 2920-READ-ROSTER THRU 2920-EXIT.
029400 2000-CHECK.
029500     IF HC-FATAL-ERROR
029600         MOVE HIGH-VALUES TO HC-HR-KEY
029700         MOVE HIGH-VALUES TO HC-RO-KEY
029800     END-IF.
029900 2000-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------
030200* 2100-HR-ONLY - SALARIE SANS JOUEUR AU ROSTER : ECART A TRAITER,
030300*                SAUF SALARIE DEJA SORTI (IGNORE ET COMPTE)
030400*----------------------------------------------------------------
030500 2100-HR-ONLY.
030600     PERFORM 2400-EDIT-HR-DATES THRU 2400-EXIT.
030700     IF HC-LEAVE-DATE > ZERO
030800         ADD 1 TO HC-LEFT-UNKNOWN
030900         GO TO 2100-EXIT
031000     END-IF.
031100     PERFORM 7210-LOAD-HR-SIDE THRU 7210-EXIT.
031200     MOVE SPACES TO HC-LN-RO-SIDE.
031300     MOVE "ECART" TO HC-LN-ACTION.
031400     MOVE SPACES TO HC-LN-DATE.
031500     MOVE "MATRICULE RH ABSENT DU ROSTER" TO HC-LN-TEXT.
031600     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
031700 2100-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
032000* 2200-ROSTER-ONLY - JOUEUR DU ROSTER ABSENT DE L'EXTRACTION RH :
032100*                    ECART A TRAITER SAUF JOUEUR DEJA RADIE
032200*----------------------------------------------------------------
032300 2200-ROSTER-ONLY.
032400     IF RO-DELETED
032500         GO TO 2200-EXIT
032600     END-IF.
032700     PERFORM 7220-LOAD-RO-SIDE THRU 7220-EXIT.
032800     MOVE SPACES TO HC-LN-HR-SIDE.
032900     MOVE "ECART" TO HC-LN-ACTION.
033000     MOVE SPACES TO HC-LN-DATE.
033100     MOVE "JOUEUR ABSENT DE L'EXTRACTION RH" TO HC-LN-TEXT.
033200     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
033300 2200-EXIT.
033400     EXIT.
033500*----------------------------------------------------------------
033600* 2300-COMPARE - SALARIE ET JOUEUR APPAREILLES : SORTIE, PUIS NOM
033700*                ET SERVICE
033800*----------------------------------------------------------------
033900 2300-COMPARE.
034000     PERFORM 2400-EDIT-HR-DATES THRU 2400-EXIT.
034100     PERFORM 7210-LOAD-HR-SIDE THRU 7210-EXIT.
034200     PERFORM 7220-LOAD-RO-SIDE THRU 7220-EXIT.
034300     IF RO-DELETED
034400         IF HC-LEAVE-DATE = ZERO
034500             MOVE "ECART" TO HC-LN-ACTION
034600             MOVE SPACES TO HC-LN-DATE
034700             MOVE "RADIE AU ROSTER, TOUJOURS PRESENT RH"
034800                 TO HC-LN-TEXT
034900             PERFORM 7200-PRINT-LINE THRU 7200-EXIT
035000         END-IF
035100         GO TO 2300-EXIT
035200     END-IF.
035300     IF HC-LEAVE-DATE > ZERO
035400         PERFORM 2500-LEAVER THRU 2500-EXIT
035500         GO TO 2300-EXIT
035600     END-IF.
035700     MOVE "N" TO HC-NAME-CHANGED-SWITCH.
035800     MOVE "N" TO HC-DEPT-CHANGED-SWITCH.
035900     IF HC-HR-NAME NOT = SPACES
036000             AND HC-HR-NAME NOT = RO-PLAYER-NAME
036100         MOVE "Y" TO HC-NAME-CHANGED-SWITCH
036200     END-IF.
036300     IF HP-DEPT-CODE NOT = SPACES
036400             AND HP-DEPT-CODE NOT = RO-DEPT-CODE
036500         MOVE "Y" TO HC-DEPT-CHANGED-SWITCH
036600     END-IF.
036700*    UNE MUTATION DATEE APRES LA DATE DE TRAITEMENT EST ANNONCEE
036800*    ET ATTEND SON JOUR ; UN CHANGEMENT DE NOM PART TOUT DE SUITE.
036900     IF HC-DEPT-CHANGED
037000             AND HC-DEPT-EFF-DATE > HC-RUN-DATE
037100         MOVE "N" TO HC-DEPT-CHANGED-SWITCH
037200         MOVE "A VENIR" TO HC-LN-ACTION
037300         MOVE HC-DEPT-EFF-DATE TO HC-LN-DATE
037400         MOVE "MUTATION PREVUE" TO HC-LN-TEXT
037500         PERFORM 7200-PRINT-LINE THRU 7200-EXIT
037600     END-IF.
037700     IF HC-NAME-CHANGED OR HC-DEPT-CHANGED
037800         PERFORM 2600-CHANGE THRU 2600-EXIT
037900     END-IF.
038000 2300-EXIT.
038100     EXIT.
038200*----------------------------------------------------------------
038300* 2400-EDIT-HR-DATES - DATES RH NUMERIQUES (BLANC = ZERO) ; LA
038400*                      DATE D'EFFET DU SERVICE PAR DEFAUT EST LA
038500*                      DATE DE TRAITEMENT. NOM RH RAMENE A LA
038600*                      LONGUEUR DU ROSTER
038700*----------------------------------------------------------------
038800 2400-EDIT-HR-DATES.
038900     MOVE ZERO TO HC-LEAVE-DATE.
039000     IF HP-LEAVE-DATE IS NUMERIC
039100         MOVE HP-LEAVE-DATE TO HC-LEAVE-DATE
039200     END-IF.
039300     MOVE HC-RUN-DATE TO HC-DEPT-EFF-DATE.
039400     IF HP-DEPT-EFF-DATE IS NUMERIC
039500             AND HP-DEPT-EFF-DATE NOT = "00000000"
039600         MOVE HP-DEPT-EFF-DATE TO HC-DEPT-EFF-DATE
039700     END-IF.
039800     MOVE HP-EMP-NAME TO HC-HR-NAME.
039900 2400-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------
040200* 2500-LEAVER - SALARIE SORTI : CARTE DELETE A LA DATE DE SORTIE,
040300*               OU ANNONCE SI LA SORTIE EST A VENIR
040400*----------------------------------------------------------------
040500 2500-LEAVER.
040600     IF HC-LEAVE-DATE > HC-RUN-DATE
040700         MOVE "A VENIR" TO HC-LN-ACTION
040800         MOVE HC-LEAVE-DATE TO HC-LN-DATE
040900         MOVE "SORTIE PREVUE" TO HC-LN-TEXT
041000         PERFORM 7200-PRINT-LINE THRU 7200-EXIT
041100         GO TO 2500-EXIT
041200     END-IF.
041300     MOVE SPACES TO ROSTER-TRAN-RECORD.
041400     MOVE "DELETE" TO RT-ACTION.
041500     MOVE RO-PLAYER-ID TO RT-PLAYER-ID.
041600     MOVE HC-LEAVE-DATE TO RT-EFF-DATE.
041700     PERFORM 2800-WRITE-CARD THRU 2800-EXIT.
041800     IF HC-FATAL-ERROR
041900         GO TO 2500-EXIT
042000     END-IF.
042100     ADD 1 TO HC-DELETE-CARDS.
042200     MOVE "DELETE" TO HC-LN-ACTION.
042300     MOVE HC-LEAVE-DATE TO HC-LN-DATE.
042400     MOVE "SORTIE RH" TO HC-LN-TEXT.
042500     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
042600 2500-EXIT.
042700     EXIT.
042800*----------------------------------------------------------------
042900* 2600-CHANGE - CARTE CHANGE : GGROSTER EXIGE LE NOM (NOM RH S'IL
043000*               A CHANGE, SINON CELUI DU ROSTER) ; SERVICE ET
043100*               DATE D'EFFET RH POUR UNE MUTATION SEULEMENT : UN
043200*               CHANGEMENT DE NOM GARDE LA DATE D'EFFET DU ROSTER
043300*----------------------------------------------------------------
043400 2600-CHANGE.
043500     MOVE SPACES TO ROSTER-TRAN-RECORD.
043600     MOVE "CHANGE" TO RT-ACTION.
043700     MOVE RO-PLAYER-ID TO RT-PLAYER-ID.
043800     IF HC-NAME-CHANGED
043900         MOVE HC-HR-NAME TO RT-PLAYER-NAME
044000     ELSE
044100         MOVE RO-PLAYER-NAME TO RT-PLAYER-NAME
044200     END-IF.
044300     MOVE SPACES TO HC-LN-DATE.
044400     IF HC-DEPT-CHANGED
044500         MOVE HP-DEPT-CODE TO RT-DEPT-CODE
044600         MOVE HC-DEPT-EFF-DATE TO RT-EFF-DATE
044700         MOVE HC-DEPT-EFF-DATE TO HC-LN-DATE
044800     END-IF.
044900     PERFORM 2800-WRITE-CARD THRU 2800-EXIT.
045000     IF HC-FATAL-ERROR
045100         GO TO 2600-EXIT
045200     END-IF.
045300     ADD 1 TO HC-CHANGE-CARDS.
045400     MOVE "CHANGE" TO HC-LN-ACTION.
045500     EVALUATE TRUE
045600         WHEN HC-NAME-CHANGED AND HC-DEPT-CHANGED
045700             MOVE "NOM ET SERVICE RH" TO HC-LN-TEXT
045800         WHEN HC-DEPT-CHANGED
045900             MOVE "MUTATION RH" TO HC-LN-TEXT
046000         WHEN OTHER
046100             MOVE "NOM RH" TO HC-LN-TEXT
046200     END-EVALUATE.
046300     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
046400 2600-EXIT.
046500     EXIT.
046600*----------------------------------------------------------------
046700* 2800-WRITE-CARD - ECRITURE D'UNE CARTE DE MOUVEMENT ROSTTRAN
046800*----------------------------------------------------------------
046900 2800-WRITE-CARD.
047000     WRITE ROSTER-TRAN-RECORD.
047100     IF HC-ROSTTRAN-STATUS NOT = "00"
047200         DISPLAY "Ecriture ROSTTRAN en echec, statut "
047300             HC-ROSTTRAN-STATUS "."
047400         MOVE "Y" TO HC-FATAL-ERROR-SWITCH
047500         MOVE 12 TO HC-RETURN-CODE
047600     END-IF.
047700 2800-EXIT.
047800     EXIT.
047900*----------------------------------------------------------------
048000* 2910-READ-HRPERS - LECTURE DU SALARIE SUIVANT : MATRICULE VIDE
048100*                    OU EN DOUBLE SIGNALE ET SAUTE ; EXTRACTION
048200*                    NON TRIEE = ARRET (RC 8)
048300*----------------------------------------------------------------
048400 2910-READ-HRPERS.
048500     MOVE "N" TO HC-RECORD-OK-SWITCH.
048600     PERFORM 2915-READ-ONE-HRPERS THRU 2915-EXIT
048700         UNTIL HC-RECORD-OK.
048800 2910-EXIT.
048900     EXIT.
049000*----------------------------------------------------------------
049100* 2915-READ-ONE-HRPERS - UNE LECTURE DE L'EXTRACTION RH
049200*----------------------------------------------------------------
049300 2915-READ-ONE-HRPERS.
049400     READ HRPERS-FILE
049500         AT END
049600             MOVE HIGH-VALUES TO HC-HR-KEY
049700             MOVE "Y" TO HC-RECORD-OK-SWITCH
049800             GO TO 2915-EXIT
049900     END-READ.
050000     IF HC-HRPERS-STATUS NOT = "00"
050100         DISPLAY "Lecture HRPERS en echec, statut "
050200             HC-HRPERS-STATUS "."
050300         MOVE "Y" TO HC-FATAL-ERROR-SWITCH
050400         MOVE 12 TO HC-RETURN-CODE
050500         MOVE HIGH-VALUES TO HC-HR-KEY
050600         MOVE "Y" TO HC-RECORD-OK-SWITCH
050700         GO TO 2915-EXIT
050800     END-IF.
050900     ADD 1 TO HC-HR-READ.
051000     MOVE HP-EMP-NAME TO HC-HR-NAME.
051100     PERFORM 7210-LOAD-HR-SIDE THRU 7210-EXIT.
051200     MOVE SPACES TO HC-LN-RO-SIDE.
051300     MOVE "ECART" TO HC-LN-ACTION.
051400     MOVE SPACES TO HC-LN-DATE.
051500     IF HP-EMP-ID = SPACES
051600         MOVE "MATRICULE VIDE DANS L'EXTRACTION RH"
051700             TO HC-LN-TEXT
051800         PERFORM 7200-PRINT-LINE THRU 7200-EXIT
051900         GO TO 2915-EXIT
052000     END-IF.
052100     IF HP-EMP-ID = HC-PREV-HR-KEY
052200         MOVE "MATRICULE EN DOUBLE DANS L'EXTRACTION RH"
052300             TO HC-LN-TEXT
052400         PERFORM 7200-PRINT-LINE THRU 7200-EXIT
052500         GO TO 2915-EXIT
052600     END-IF.
052700     IF HP-EMP-ID < HC-PREV-HR-KEY
052800         DISPLAY "Extraction RH non triee sur le matricule : "
052900             HP-EMP-ID " apres " HC-PREV-HR-KEY "."
053000         MOVE "Y" TO HC-FATAL-ERROR-SWITCH
053100         MOVE 8 TO HC-RETURN-CODE
053200         MOVE HIGH-VALUES TO HC-HR-KEY
053300         MOVE "Y" TO HC-RECORD-OK-SWITCH
053400         GO TO 2915-EXIT
053500     END-IF.
053600     MOVE HP-EMP-ID TO HC-HR-KEY.
053700     MOVE HP-EMP-ID TO HC-PREV-HR-KEY.
053800     MOVE "Y" TO HC-RECORD-OK-SWITCH.
053900 2915-EXIT.
054000     EXIT.
054100*----------------------------------------------------------------
054200* 2920-READ-ROSTER - LECTURE DU JOUEUR SUIVANT DANS L'ORDRE DES
054300*                    CLES
054400*----------------------------------------------------------------
054500 2920-READ-ROSTER.
054600     READ ROSTER-FILE NEXT
054700         AT END
054800             MOVE HIGH-VALUES TO HC-RO-KEY
054900             GO TO 2920-EXIT
055000     END-READ.
055100     IF HC-ROSTER-STATUS NOT = "00"
055200         DISPLAY "Lecture ROSTER en echec, statut "
055300             HC-ROSTER-STATUS "."
055400         MOVE "Y" TO HC-FATAL-ERROR-SWITCH
055500         MOVE 12 TO HC-RETURN-CODE
055600         MOVE HIGH-VALUES TO HC-RO-KEY
055700         GO TO 2920-EXIT
055800     END-IF.
055900     ADD 1 TO HC-ROSTER-READ.
056000     MOVE RO-PLAYER-ID TO HC-RO-KEY.
056100 2920-EXIT.
056200     EXIT.
056300*----------------------------------------------------------------
056400* 7100-PRINT-HEADINGS - ENTETE DE PAGE DE L'ETAT DES ECARTS
056500*----------------------------------------------------------------
056600 7100-PRINT-HEADINGS.
056700     ADD 1 TO HC-PAGE-NUMBER.
056800     MOVE HC-PAGE-NUMBER TO HC-HDG-PAGE.
056900     MOVE HC-RUN-DATE TO HC-HDG-DATE.
057000     WRITE HRRECON-PRINT-LINE FROM HC-HEADING-LINE-1
057100         AFTER ADVANCING PAGE.
057200     WRITE HRRECON-PRINT-LINE FROM HC-HEADING-LINE-2
057300         AFTER ADVANCING 1 LINE.
057400     WRITE HRRECON-PRINT-LINE FROM HC-HEADING-LINE-3
057500         AFTER ADVANCING 2 LINES.
057600     WRITE HRRECON-PRINT-LINE FROM HC-HEADING-LINE-4
057700         AFTER ADVANCING 1 LINE.
057800     MOVE 5 TO HC-LINE-COUNT.
057900 7100-EXIT.
058000     EXIT.
058100*----------------------------------------------------------------
058200* 7200-PRINT-LINE - UNE LIGNE DE L'ETAT : CARTE EMISE, MOUVEMENT
058300*                   A VENIR OU ECART A TRAITER
058400*----------------------------------------------------------------
058500 7200-PRINT-LINE.
058600     IF HC-LINE-COUNT >= HC-LINES-PER-PAGE
058700         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
058800     END-IF.
058900     IF HC-LN-ACTION = "ECART"
059000         ADD 1 TO HC-DISCREPANCIES
059100     END-IF.
059200     IF HC-LN-ACTION = "A VENIR"
059300         ADD 1 TO HC-PENDING
059400     END-IF.
059500     MOVE HC-LN-ID TO HC-DL-ID.
059600     MOVE HC-LN-ACTION TO HC-DL-ACTION.
059700     MOVE HC-LN-RO-NAME TO HC-DL-RO-NAME.
059800     MOVE HC-LN-RO-DEPT TO HC-DL-RO-DEPT.
059900     MOVE HC-LN-HR-NAME TO HC-DL-HR-NAME.
060000     MOVE HC-LN-HR-DEPT TO HC-DL-HR-DEPT.
060100     MOVE HC-LN-DATE TO HC-DL-DATE.
060200     MOVE HC-LN-TEXT TO HC-DL-TEXT.
060300     WRITE HRRECON-PRINT-LINE FROM HC-DETAIL-LINE
060400         AFTER ADVANCING 1 LINE.
060500     ADD 1 TO HC-LINE-COUNT.
060600 7200-EXIT.
060700     EXIT.
060800*----------------------------------------------------------------
060900* 7210-LOAD-HR-SIDE - MATRICULE, NOM ET SERVICE RH DE LA LIGNE
061000*----------------------------------------------------------------
061100 7210-LOAD-HR-SIDE.
061200     MOVE HP-EMP-ID TO HC-LN-ID.
061300     MOVE HC-HR-NAME TO HC-LN-HR-NAME.
061400     MOVE HP-DEPT-CODE TO HC-LN-HR-DEPT.
061500 7210-EXIT.
061600     EXIT.
061700*----------------------------------------------------------------
061800* 7220-LOAD-RO-SIDE - MATRICULE, NOM ET SERVICE AU ROSTER DE LA
061900*                     LIGNE
062000*----------------------------------------------------------------
062100 7220-LOAD-RO-SIDE.
062200     MOVE RO-PLAYER-ID TO HC-LN-ID.
062300     MOVE RO-PLAYER-NAME TO HC-LN-RO-NAME.
062400     MOVE RO-DEPT-CODE TO HC-LN-RO-DEPT.
062500 7220-EXIT.
062600     EXIT.
062700*----------------------------------------------------------------
062800* 8000-PRINT-TOTALS - TOTAUX DE CONTROLE ET CODE RETOUR
062900*----------------------------------------------------------------
063000 8000-PRINT-TOTALS.
063100     IF HC-LINE-COUNT > HC-LINES-PER-PAGE - 10
063200         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
063300     END-IF.
063400     MOVE SPACES TO HRRECON-PRINT-LINE.
063500     WRITE HRRECON-PRINT-LINE AFTER ADVANCING 1 LINE.
063600     MOVE "SALARIES RH LUS       : " TO HC-TL-LABEL.
063700     MOVE HC-HR-READ TO HC-TL-COUNT.
063800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
063900     MOVE "JOUEURS ROSTER LUS    : " TO HC-TL-LABEL.
064000     MOVE HC-ROSTER-READ TO HC-TL-COUNT.
064100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
064200     MOVE "APPAREILLES           : " TO HC-TL-LABEL.
064300     MOVE HC-MATCHED TO HC-TL-COUNT.
064400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
064500     MOVE "CARTES DELETE         : " TO HC-TL-LABEL.
064600     MOVE HC-DELETE-CARDS TO HC-TL-COUNT.
064700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
064800     MOVE "CARTES CHANGE         : " TO HC-TL-LABEL.
064900     MOVE HC-CHANGE-CARDS TO HC-TL-COUNT.
065000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
065100     MOVE "MOUVEMENTS A VENIR    : " TO HC-TL-LABEL.
065200     MOVE HC-PENDING TO HC-TL-COUNT.
065300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
065400     MOVE "SORTIS HORS ROSTER    : " TO HC-TL-LABEL.
065500     MOVE HC-LEFT-UNKNOWN TO HC-TL-COUNT.
065600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
065700     MOVE "ECARTS A TRAITER      : " TO HC-TL-LABEL.
065800     MOVE HC-DISCREPANCIES TO HC-TL-COUNT.
065900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
066000     IF HC-DISCREPANCIES > ZERO
066100             AND HC-RETURN-CODE < 4
066200         MOVE 4 TO HC-RETURN-CODE
066300     END-IF.
066400 8000-EXIT.
066500     EXIT.
066600*----------------------------------------------------------------
066700* 8100-WRITE-TOTAL - ECRITURE D'UNE LIGNE DE TOTAL
066800*----------------------------------------------------------------
066900 8100-WRITE-TOTAL.
067000     WRITE HRRECON-PRINT-LINE FROM HC-TOTAL-LINE
067100         AFTER ADVANCING 1 LINE.
067200 8100-EXIT.
067300     EXIT.
067400*----------------------------------------------------------------
067500* 9000-TERMINATE - FERMETURE DES FICHIERS ET FIN DE PROGRAMME
067600*----------------------------------------------------------------
067700 9000-TERMINATE.
067800     IF HC-HRPERS-IS-OPENED
067900         CLOSE HRPERS-FILE
068000     END-IF.
068100     IF HC-ROSTER-IS-OPENED
068200         CLOSE ROSTER-FILE
068300     END-IF.
068400     IF HC-ROSTTRAN-IS-OPENED
068500         CLOSE ROSTER-TRAN-FILE
068600     END-IF.
068700     IF HC-REPORT-IS-OPENED
068800         CLOSE HRRECON-REPORT
068900     END-IF.
069000     DISPLAY "Rapprochement GGHRRECN termine, code retour "
069100         HC-RETURN-CODE ".".
069200 9000-EXIT.
069300     EXIT.
