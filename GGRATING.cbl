000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GGRATING.
000300 AUTHOR. D. LAMBERT.
000400 INSTALLATION. DIRECTION INFORMATIQUE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 10/15/2026 DL   PROGRAMME INITIAL - MISE A JOUR NOCTURNE DU
001300*                 FICHIER MAITRE RATING (COTE DE NIVEAU ELO PAR
001400*                 JOUEUR, FICHIER INDEXE) A PARTIR DU FICHIER
001500*                 CLEANLOG PRODUIT PAR GGAUDIT, PUIS EDITION DU
001600*                 CLASSEMENT PAR COTE. LES POINTS GGLEADER ET
001700*                 GGSEASON RECOMPENSENT LE VOLUME ; LA COTE
001800*                 MESURE LE NIVEAU :
001900*                 - DUEL (GL-DUEL-ID NON NUL) : LES DEUX
002000*                   ENREGISTREMENTS DU DUEL SONT APPARIES SUR LA
002100*                   DATE ET L'IDENTIFIANT, ET LES DEUX COTES
002200*                   BOUGENT L'UNE CONTRE L'AUTRE (WIN 1, DRAW 0,5,
002300*                   LOSE 0) ;
002400*                 - PARTIE SOLO : COTEE CONTRE LE PAR, NOMBRE
002500*                   D'ESSAIS DE LA DICHOTOMIE POUR LA PLAGE
002600*                   GL-MAX-NUMBER, ADVERSAIRE FICTIF DE COTE 1500.
002700*                   VICTOIRE AU PAR OU MIEUX = 1, AU-DELA =
002800*                   PAR / ESSAIS, DEFAITE = 0 ; DEMI-COEFFICIENT.
002900*                 COEFFICIENT K DE 32 TANT QUE LA COTE EST
003000*                 PROVISOIRE (MOINS DE 20 PARTIES COTEES), 16
003100*                 ENSUITE. CLEANLOG PORTANT TOUT L'HISTORIQUE,
003200*                 SEULES LES JOURNEES POSTERIEURES A LA DERNIERE
003300*                 DATE COTEE DE CHAQUE JOUEUR SONT PRISES
003400*                 (PASSAGE REJOUABLE COMME GGSEASON). CODE RETOUR
003500*                 4 SUR DUEL INCOMPLET OU INCOHERENT. PARM : MOT
003600*                 'FORCE' POUR PASSER OUTRE UN AUDIT NON
003700*                 EQUILIBRE (TRACE DANS RUNCTL).
003710* 10/15/2026 DL   LES DUELS SONT APPARIES SUR LA DATE, LE SITE ET
003720*                 L'IDENTIFIANT : DEUX SITES PEUVENT PRODUIRE LE
003730*                 MEME IDENTIFIANT HHMMSSCC LE MEME JOUR DANS LE
003740*                 GAMELOG CONSOLIDE. UNE ERREUR DE LECTURE RATING
003750*                 OU CLEANLOG EST FATALE ET LE MAITRE N'EST PAS
003760*                 REECRIT ; EN EDITION DU CLASSEMENT ELLE DONNE
003770*                 LE CODE RETOUR 12.
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CLEANLOG-FILE ASSIGN TO CLEANLOG
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS EL-CLEANLOG-STATUS.
004800     SELECT RATING-FILE ASSIGN TO RATING
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS RA-PLAYER-ID
005200         FILE STATUS IS EL-RATING-STATUS.
005300     SELECT ROSTER-FILE ASSIGN TO ROSTER
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS RO-PLAYER-ID
005700         FILE STATUS IS EL-ROSTER-STATUS.
005800     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS EL-RUNCTL-STATUS.
006100     SELECT RATING-REPORT ASSIGN TO RATRPT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS EL-REPORT-STATUS.
006400     SELECT RANK-SORT-FILE ASSIGN TO SORTWK.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CLEANLOG-FILE
006800     RECORDING MODE IS F.
006900 COPY GAMELOGR.
007000 FD  RATING-FILE.
007100 COPY RATINGR.
007200 FD  ROSTER-FILE.
007300 COPY ROSTERR.
007400 FD  RUNCTL-FILE
007500     RECORDING MODE IS F.
007600 01  RUNCTL-IO-AREA             PIC X(80).
007700 FD  RATING-REPORT
007800     RECORDING MODE IS F.
007900 01  RATING-PRINT-LINE          PIC X(132).
008000 SD  RANK-SORT-FILE.
008100 01  RANK-SORT-RECORD.
008200     05  SD-CLASS               PIC X(01).
008300     05  SD-RATING              PIC 9(04).
008400     05  SD-PLAYER-ID           PIC X(08).
008500     05  SD-RATING-IMAGE        PIC X(58).
008600 WORKING-STORAGE SECTION.
008700*----------------------------------------------------------------
008800* SWITCHS DE CONTROLE ET STATUTS FICHIERS
008900*----------------------------------------------------------------
009000 01  EL-CLEANLOG-STATUS         PIC X(02)  VALUE "00".
009100 01  EL-RATING-STATUS           PIC X(02)  VALUE "00".
009200 01  EL-ROSTER-STATUS           PIC X(02)  VALUE "00".
009300 01  EL-REPORT-STATUS           PIC X(02)  VALUE "00".
009400 01  EL-CLEANLOG-EOF-SWITCH     PIC X(01)  VALUE "N".
009500     88  EL-CLEANLOG-AT-END                VALUE "Y".
009600 01  EL-RATING-EOF-SWITCH       PIC X(01)  VALUE "N".
009700     88  EL-RATING-AT-END                  VALUE "Y".
009800 01  EL-SORT-EOF-SWITCH         PIC X(01)  VALUE "N".
009900     88  EL-SORT-AT-END                    VALUE "Y".
010000 01  EL-FATAL-ERROR-SWITCH      PIC X(01)  VALUE "N".
010100     88  EL-FATAL-ERROR                    VALUE "Y".
010200 01  EL-RATING-OPENED-SWITCH    PIC X(01)  VALUE "N".
010300     88  EL-RATING-IS-OPENED               VALUE "Y".
010400 01  EL-ROSTER-OPENED-SWITCH    PIC X(01)  VALUE "N".
010500     88  EL-ROSTER-IS-OPENED               VALUE "Y".
010600 01  EL-TABLE-FULL-SWITCH       PIC X(01)  VALUE "N".
010700     88  EL-TABLE-IS-FULL                  VALUE "Y".
010800 01  EL-PENDING-FULL-SWITCH     PIC X(01)  VALUE "N".
010900     88  EL-PENDING-IS-FULL                VALUE "Y".
011000*----------------------------------------------------------------
011100* PASSAGE FORCE (PARM : "[FORCE]")
011200*----------------------------------------------------------------
011300 01  EL-PARM-DATA               PIC X(30)  VALUE SPACES.
011400 01  EL-PARM-TOK-1              PIC X(08)  VALUE SPACES.
011500*----------------------------------------------------------------
011600* REGLES DE COTATION : COTE INITIALE ET DU PAR, COEFFICIENTS,
011700* SEUIL PROVISOIRE ET PLANCHER
011800*----------------------------------------------------------------
011900 01  EL-INITIAL-RATING          PIC 9(04)  VALUE 1500.
012000 01  EL-PAR-RATING              PIC 9(04)  VALUE 1500.
012100 01  EL-K-PROVISIONAL           PIC 9(02)  VALUE 32.
012200 01  EL-K-ESTABLISHED           PIC 9(02)  VALUE 16.
012300 01  EL-PROVISIONAL-GAMES       PIC 9(05)  VALUE 20.
012400 01  EL-RATING-FLOOR            PIC 9(04)  VALUE 100.
012500*----------------------------------------------------------------
012600* ZONES DE CALCUL DE LA COTE
012700*----------------------------------------------------------------
012800 01  EL-PAR                     PIC 9(03)  VALUE ZERO.
012900 01  EL-SPAN                    PIC 9(05)  VALUE ZERO.
013000 01  EL-OWN-RATING              PIC 9(04)  VALUE ZERO.
013100 01  EL-OPP-RATING              PIC 9(04)  VALUE ZERO.
013200 01  EL-SCORE                   PIC 9V9(06) VALUE ZERO.
013300 01  EL-EXPECTED                PIC 9V9(06) VALUE ZERO.
013400 01  EL-EXPECTED-A              PIC 9V9(06) VALUE ZERO.
013500 01  EL-K-FACTOR                PIC 9(02)  VALUE ZERO.
013600 01  EL-K-FACTOR-A              PIC 9(02)  VALUE ZERO.
013700 01  EL-K-FACTOR-B              PIC 9(02)  VALUE ZERO.
013800 01  EL-DELTA                   PIC S9(03) VALUE ZERO.
013900 01  EL-DELTA-A                 PIC S9(03) VALUE ZERO.
014000 01  EL-DELTA-B                 PIC S9(03) VALUE ZERO.
014100 01  EL-NEW-RATING              PIC S9(05) VALUE ZERO.
014200 01  EL-DUEL-WIN-SWITCH         PIC X(01)  VALUE "N".
014300     88  EL-DUEL-WON                       VALUE "Y".
014400*----------------------------------------------------------------
014500* TABLE DES JOUEURS COTES PENDANT LE PASSAGE (LUS A LA DEMANDE
014600* DANS LE FICHIER RATING, REECRITS EN FIN DE PASSAGE)
014700*----------------------------------------------------------------
014800 01  EL-SEARCH-ID               PIC X(08)  VALUE SPACES.
014900 01  EL-PLAYER-SUB              PIC 9(05)  COMP VALUE ZERO.
015000 01  EL-SUB-A                   PIC 9(05)  COMP VALUE ZERO.
015100 01  EL-SUB-B                   PIC 9(05)  COMP VALUE ZERO.
015200 01  EL-PLAYER-COUNT            PIC 9(05)  COMP VALUE ZERO.
015300 01  EL-PLAYER-TABLE.
015400     05  EL-PL-ENTRY  OCCURS 1 TO 5000 TIMES
015500                      DEPENDING ON EL-PLAYER-COUNT
015600                      INDEXED BY EL-PL-IDX.
015700         10  EL-PL-ID              PIC X(08).
015800         10  EL-PL-RATING          PIC 9(04).
015900         10  EL-PL-PEAK            PIC 9(04).
016000         10  EL-PL-GAMES           PIC 9(05).
016100         10  EL-PL-SOLO            PIC 9(05).
016200         10  EL-PL-DUELS           PIC 9(05).
016300         10  EL-PL-DUEL-WINS       PIC 9(05).
016400         10  EL-PL-CHANGE          PIC S9(04).
016500         10  EL-PL-OLD-LAST        PIC 9(08).
016600         10  EL-PL-NEW-LAST        PIC 9(08).
016700         10  EL-PL-ON-FILE         PIC X(01).
016800         10  EL-PL-CHANGED         PIC X(01).
016900 01  EL-POST-I                  PIC 9(05)  COMP VALUE ZERO.
017000*----------------------------------------------------------------
017100* DUELS EN ATTENTE DE LEUR DEUXIEME ENREGISTREMENT
017200*----------------------------------------------------------------
017300 01  EL-PENDING-COUNT           PIC 9(05)  COMP VALUE ZERO.
017400 01  EL-PENDING-TABLE.
017500     05  EL-PD-ENTRY  OCCURS 1 TO 500 TIMES
017600                      DEPENDING ON EL-PENDING-COUNT
017700                      INDEXED BY EL-PD-IDX.
017800         10  EL-PD-DATE            PIC 9(08).
017900         10  EL-PD-DUEL-ID         PIC 9(08).
017950         10  EL-PD-SITE            PIC X(02).
018000         10  EL-PD-PLAYER          PIC X(08).
018100         10  EL-PD-RESULT          PIC X(04).
018200 01  EL-PENDING-SUB             PIC 9(05)  COMP VALUE ZERO.
018300 01  EL-PENDING-I               PIC 9(05)  COMP VALUE ZERO.
018400 01  EL-DUEL-DATE               PIC 9(08)  VALUE ZERO.
018500 01  EL-DUEL-A-PLAYER           PIC X(08)  VALUE SPACES.
018600 01  EL-DUEL-A-RESULT           PIC X(04)  VALUE SPACES.
018700*----------------------------------------------------------------
018800* RANG COURANT DU CLASSEMENT (EX AEQUO SUR LA MEME COTE)
018900*----------------------------------------------------------------
019000 01  EL-POSITION                PIC 9(05)  VALUE ZERO.
019100 01  EL-RANK                    PIC 9(05)  VALUE ZERO.
019200 01  EL-PREV-RATING             PIC 9(04)  VALUE ZERO.
019300*----------------------------------------------------------------
019400* COMPTEURS GENERAUX
019500*----------------------------------------------------------------
019600 01  EL-LOG-READ                PIC 9(07)  VALUE ZERO.
019700 01  EL-GAMES-ALREADY           PIC 9(07)  VALUE ZERO.
019800 01  EL-SOLO-RATED              PIC 9(07)  VALUE ZERO.
019900 01  EL-DUELS-RATED             PIC 9(07)  VALUE ZERO.
020000 01  EL-GAMES-UNRATED           PIC 9(07)  VALUE ZERO.
020100 01  EL-DUELS-INCOMPLETE        PIC 9(07)  VALUE ZERO.
020200 01  EL-DUELS-INCOHERENT        PIC 9(07)  VALUE ZERO.
020300 01  EL-PLAYERS-UPDATED         PIC 9(07)  VALUE ZERO.
020400 01  EL-PLAYERS-NEW             PIC 9(07)  VALUE ZERO.
020500 01  EL-PLAYERS-RANKED          PIC 9(07)  VALUE ZERO.
020600 01  EL-PLAYERS-PROVISIONAL     PIC 9(07)  VALUE ZERO.
020700 01  EL-RETURN-CODE             PIC 9(04)  VALUE ZERO.
020800*----------------------------------------------------------------
020900* PILOTAGE PAR LE FICHIER RUNCTL (DATE DE GESTION, DERNIERS
021000* PASSAGES PAR PROGRAMME) ET PASSAGE VOLONTAIRE PAR PARM FORCE
021100*----------------------------------------------------------------
021200 01  EL-RUNCTL-STATUS           PIC X(02)  VALUE "00".
021300 01  EL-RUNCTL-EOF-SWITCH       PIC X(01)  VALUE "N".
021400     88  EL-RUNCTL-AT-END                  VALUE "Y".
021500 01  EL-RUNCTL-PRESENT-SWITCH   PIC X(01)  VALUE "N".
021600     88  EL-RUNCTL-PRESENT                 VALUE "Y".
021700 01  EL-FORCED-RUN-SWITCH       PIC X(01)  VALUE "N".
021800     88  EL-FORCED-RUN                     VALUE "Y".
021900 01  EL-BUSINESS-DATE           PIC 9(08)  VALUE ZERO.
022000 01  EL-RC-COUNT                PIC 9(03)  COMP VALUE ZERO.
022100 01  EL-RC-SELF-SUB             PIC 9(03)  COMP VALUE ZERO.
022200 01  EL-RC-AUDIT-SUB            PIC 9(03)  COMP VALUE ZERO.
022300 01  EL-RC-TABLE.
022400     05  EL-RC-ENTRY  OCCURS 1 TO 20 TIMES
022500                      DEPENDING ON EL-RC-COUNT.
022600         10  EL-RC-IMAGE        PIC X(80).
022700 01  EL-RUNCTL-OVFL-SWITCH      PIC X(01)  VALUE "N".
022800     88  EL-RUNCTL-OVERFLOW                VALUE "Y".
022900 COPY RUNCTLR.
023000*----------------------------------------------------------------
023100* MISE EN PAGE DE L'ETAT IMPRIME (CLASSEMENT PAR COTE)
023200*----------------------------------------------------------------
023300 01  EL-PAGE-NUMBER             PIC 9(04)  VALUE ZERO.
023400 01  EL-LINE-COUNT              PIC 9(03)  VALUE ZERO.
023500 01  EL-LINES-PER-PAGE          PIC 9(03)  VALUE 55.
023600 01  EL-REPORT-DATE             PIC 9(08)  VALUE ZERO.
023700 01  EL-HEADING-LINE-1.
023800     05  FILLER                PIC X(20)  VALUE
023900         "GGRATING            ".
024000     05  FILLER                PIC X(15)  VALUE SPACES.
024100     05  FILLER                PIC X(42)  VALUE
024200         "CLASSEMENT PAR COTE ELO - DEVINE LE NOMBRE".
024300     05  FILLER                PIC X(38)  VALUE SPACES.
024400     05  FILLER                PIC X(07)  VALUE "PAGE : ".
024500     05  EL-HDG-PAGE           PIC ZZZ9.
024600     05  FILLER                PIC X(06)  VALUE SPACES.
024700 01  EL-HEADING-LINE-2.
024800     05  FILLER                PIC X(18)  VALUE
024900         "DATE DE GESTION : ".
025000     05  EL-HDG-DATE           PIC 9(08).
025100     05  FILLER                PIC X(40)  VALUE
025200         "   (COTE PROVISOIRE SOUS 20 PARTIES)    ".
025300     05  FILLER                PIC X(66)  VALUE SPACES.
025400 01  EL-HEADING-LINE-3.
025500     05  FILLER                PIC X(06)  VALUE "RANG  ".
025600     05  FILLER                PIC X(09)  VALUE "ID       ".
025700     05  FILLER                PIC X(21)  VALUE
025800         "NOM                  ".
025900     05  FILLER                PIC X(06)  VALUE "COTE  ".
026000     05  FILLER                PIC X(07)  VALUE "  VAR  ".
026100     05  FILLER                PIC X(07)  VALUE "PART.  ".
026200     05  FILLER                PIC X(07)  VALUE " SOLO  ".
026300     05  FILLER                PIC X(07)  VALUE "DUELS  ".
026400     05  FILLER                PIC X(07)  VALUE "GAGN.  ".
026500     05  FILLER                PIC X(06)  VALUE " MAX  ".
026600     05  FILLER                PIC X(10)  VALUE "DERNIERE  ".
026700     05  FILLER                PIC X(10)  VALUE "STATUT    ".
026800     05  FILLER                PIC X(29)  VALUE SPACES.
026900 01  EL-HEADING-LINE-4.
027000     05  FILLER                PIC X(103) VALUE ALL "-".
027100     05  FILLER                PIC X(29)  VALUE SPACES.
027200 01  EL-RANK-LINE.
027300     05  EL-RL-RANK            PIC X(04).
027400     05  EL-RL-RANK-N REDEFINES EL-RL-RANK
027500                               PIC ZZZ9.
027600     05  FILLER                PIC X(02)  VALUE SPACES.
027700     05  EL-RL-ID              PIC X(08).
027800     05  FILLER                PIC X(01)  VALUE SPACES.
027900     05  EL-RL-NAME            PIC X(20).
028000     05  FILLER                PIC X(01)  VALUE SPACES.
028100     05  EL-RL-RATING          PIC ZZZ9.
028200     05  FILLER                PIC X(02)  VALUE SPACES.
028300     05  EL-RL-CHANGE          PIC -ZZZ9.
028400     05  FILLER                PIC X(02)  VALUE SPACES.
028500     05  EL-RL-GAMES           PIC ZZZZ9.
028600     05  FILLER                PIC X(02)  VALUE SPACES.
028700     05  EL-RL-SOLO            PIC ZZZZ9.
028800     05  FILLER                PIC X(02)  VALUE SPACES.
028900     05  EL-RL-DUELS           PIC ZZZZ9.
029000     05  FILLER                PIC X(02)  VALUE SPACES.
029100     05  EL-RL-DUEL-WINS       PIC ZZZZ9.
029200     05  FILLER                PIC X(02)  VALUE SPACES.
029300     05  EL-RL-PEAK            PIC ZZZ9.
029400     05  FILLER                PIC X(02)  VALUE SPACES.
029500     05  EL-RL-LAST-DATE       PIC 9(08).
029600     05  FILLER                PIC X(02)  VALUE SPACES.
029700     05  EL-RL-STATUS          PIC X(10).
029800     05  FILLER                PIC X(29)  VALUE SPACES.
029900 01  EL-TOTAL-LINE.
030000     05  EL-TL-LABEL           PIC X(24).
030100     05  EL-TL-COUNT           PIC ZZZZZZ9.
030200     05  FILLER                PIC X(101) VALUE SPACES.
030300 PROCEDURE DIVISION.
030400*----------------------------------------------------------------
030500* 0000-MAINLINE - ENCHAINEMENT PRINCIPAL : COTATION DES PARTIES
030600*                 DU CLEANLOG, REECRITURE DU MAITRE RATING PUIS
030700*                 CLASSEMENT PAR TRI INTERNE
030800*----------------------------------------------------------------
030900 0000-MAINLINE.
031000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031100     IF NOT EL-FATAL-ERROR
031200         PERFORM 2000-RATE-ONE-GAME THRU 2000-EXIT
031250             UNTIL EL-CLEANLOG-AT-END OR EL-FATAL-ERROR
031300     END-IF
031350     IF NOT EL-FATAL-ERROR
031400         PERFORM 3000-CHECK-PENDING THRU 3000-EXIT
031500         PERFORM 4000-POST-RATINGS THRU 4000-EXIT
031600     END-IF
031700     IF NOT EL-FATAL-ERROR
031800         SORT RANK-SORT-FILE
031900             ASCENDING KEY SD-CLASS
032000             DESCENDING KEY SD-RATING
032100             ASCENDING KEY SD-PLAYER-ID
032200             INPUT PROCEDURE IS 5000-FEED-RANKING
032300                 THRU 5000-EXIT
032400             OUTPUT PROCEDURE IS 6000-PRINT-RANKING
032500                 THRU 6000-EXIT
032600     END-IF
032700     PERFORM 9000-TERMINATE THRU 9000-EXIT
032800     MOVE EL-RETURN-CODE TO RETURN-CODE
032900     STOP RUN.
033000*----------------------------------------------------------------
033100* 1000-INITIALIZE - LECTURE DU PARM, CONTROLE DU PILOTAGE ET
033200*                   OUVERTURE DES FICHIERS
033300*----------------------------------------------------------------
033400 1000-INITIALIZE.
033500     DISPLAY "GGRATING - COTE ELO DES JOUEURS".
033600     ACCEPT EL-PARM-DATA FROM COMMAND-LINE.
033700     UNSTRING EL-PARM-DATA DELIMITED BY SPACE
033800         INTO EL-PARM-TOK-1.
033900     IF EL-PARM-TOK-1 = "FORCE"
034000         MOVE "Y" TO EL-FORCED-RUN-SWITCH
034100         DISPLAY "PASSAGE FORCE PAR PARM - SERA TRACE DANS "
034200             "RUNCTL."
034300     END-IF.
034400     PERFORM 1090-CHECK-RUNCTL THRU 1090-EXIT.
034500     IF EL-FATAL-ERROR
034600         GO TO 1000-EXIT
034700     END-IF.
034800     MOVE EL-BUSINESS-DATE TO EL-REPORT-DATE.
034900     IF EL-REPORT-DATE = ZERO
035000         ACCEPT EL-REPORT-DATE FROM DATE YYYYMMDD
035100     END-IF.
035200     OPEN OUTPUT RATING-REPORT.
035300     IF EL-REPORT-STATUS NOT = "00"
035400         DISPLAY "Ouverture RATRPT impossible, statut "
035500             EL-REPORT-STATUS "."
035600         MOVE "Y" TO EL-FATAL-ERROR-SWITCH
035700         MOVE 12 TO EL-RETURN-CODE
035800         GO TO 1000-EXIT
035900     END-IF.
036000     PERFORM 1100-OPEN-RATING THRU 1100-EXIT.
036100     IF EL-FATAL-ERROR
036200         GO TO 1000-EXIT
036300     END-IF.
036400     OPEN INPUT CLEANLOG-FILE.
036500     IF EL-CLEANLOG-STATUS NOT = "00"
036600         DISPLAY "Ouverture CLEANLOG en echec, statut "
036700             EL-CLEANLOG-STATUS "."
036800         MOVE "Y" TO EL-FATAL-ERROR-SWITCH
036900         MOVE 12 TO EL-RETURN-CODE
037000         GO TO 1000-EXIT
037100     END-IF.
037200     OPEN INPUT ROSTER-FILE.
037300     IF EL-ROSTER-STATUS NOT = "00"
037400         DISPLAY "Fichier ROSTER introuvable - noms non resolus."
037500     ELSE
037600         MOVE "Y" TO EL-ROSTER-OPENED-SWITCH
037700     END-IF.
037800     PERFORM 2900-READ-CLEANLOG THRU 2900-EXIT.
037900 1000-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------
038200* 1090-CHECK-RUNCTL - LECTURE DU FICHIER DE PILOTAGE : LA MISE A
038300*                     JOUR EXIGE UN AUDIT GGAUDIT EQUILIBRE
038400*                     TAMPONNE POUR LA DATE DE GESTION, SAUF PARM
038500*                     FORCE. UN FICHIER ABSENT LAISSE LA CHAINE
038600*                     NON CONTROLEE.
038700*----------------------------------------------------------------
038800 1090-CHECK-RUNCTL.
038900     OPEN INPUT RUNCTL-FILE.
039000     IF EL-RUNCTL-STATUS NOT = "00"
039100         DISPLAY "Fichier RUNCTL absent - enchainement non "
039200             "controle."
039300         GO TO 1090-EXIT
039400     END-IF.
039500     MOVE "Y" TO EL-RUNCTL-PRESENT-SWITCH.
039600     PERFORM 1091-READ-RUNCTL THRU 1091-EXIT
039700         UNTIL EL-RUNCTL-AT-END.
039800     CLOSE RUNCTL-FILE.
039900     IF EL-BUSINESS-DATE = ZERO
040000         DISPLAY "RUNCTL sans date de gestion - enchainement "
040100             "non controle."
040200         MOVE "N" TO EL-RUNCTL-PRESENT-SWITCH
040300         GO TO 1090-EXIT
040400     END-IF.
040500     DISPLAY "Date de gestion RUNCTL : " EL-BUSINESS-DATE.
040600     IF EL-RC-AUDIT-SUB > ZERO
040700         MOVE EL-RC-IMAGE (EL-RC-AUDIT-SUB) TO RUNCTL-RECORD
040800     END-IF.
040900     IF EL-RC-AUDIT-SUB = ZERO
041000             OR RC-LAST-RUN-DATE NOT = EL-BUSINESS-DATE
041100             OR NOT RC-RUN-BALANCED
041200         IF EL-FORCED-RUN
041300             DISPLAY "Audit absent ou non equilibre pour la "
041400                 "date de gestion - passage force accepte."
041500         ELSE
041600             DISPLAY "Audit GGAUDIT absent ou non equilibre "
041700                 "pour la date de gestion - mise a jour "
041800                 "refusee (PARM FORCE pour passer outre)."
041900             MOVE "Y" TO EL-FATAL-ERROR-SWITCH
042000             MOVE 8 TO EL-RETURN-CODE
042100         END-IF
042200     END-IF.
042300 1090-EXIT.
042400     EXIT.
042500*----------------------------------------------------------------
042600* 1091-READ-RUNCTL - LECTURE D'UN ENREGISTREMENT DE PILOTAGE EN
042700*                    TABLE (ENTETE = DATE DE GESTION)
042800*----------------------------------------------------------------
042900 1091-READ-RUNCTL.
043000     READ RUNCTL-FILE INTO RUNCTL-RECORD
043100         AT END
043200             MOVE "Y" TO EL-RUNCTL-EOF-SWITCH
043300             GO TO 1091-EXIT
043400     END-READ.
043500     IF EL-RC-COUNT = 20
043600         MOVE "Y" TO EL-RUNCTL-OVFL-SWITCH
043700         GO TO 1091-EXIT
043800     END-IF.
043900     ADD 1 TO EL-RC-COUNT.
044000     MOVE RUNCTL-RECORD TO EL-RC-IMAGE (EL-RC-COUNT).
044100     IF RC-HEADER-REC
044200         MOVE RC-BUSINESS-DATE TO EL-BUSINESS-DATE
044300     ELSE
044400         EVALUATE RC-PROGRAM-NAME
044500             WHEN "GGAUDIT "
044600                 MOVE EL-RC-COUNT TO EL-RC-AUDIT-SUB
044700             WHEN "GGRATING"
044800                 MOVE EL-RC-COUNT TO EL-RC-SELF-SUB
044900             WHEN OTHER
045000                 CONTINUE
045100         END-EVALUATE
045200     END-IF.
045300 1091-EXIT.
045400     EXIT.
045500*----------------------------------------------------------------
045600* 1100-OPEN-RATING - OUVERTURE DU MAITRE RATING EN MISE A JOUR ;
045700*                    UN FICHIER JAMAIS CHARGE (STATUT 35) EST
045800*                    INITIALISE VIDE AU PREMIER PASSAGE
045900*----------------------------------------------------------------
046000 1100-OPEN-RATING.
046100     OPEN I-O RATING-FILE.
046200     IF EL-RATING-STATUS = "35"
046300         DISPLAY "Fichier RATING vide - creation initiale."
046400         OPEN OUTPUT RATING-FILE
046500         IF EL-RATING-STATUS = "00"
046600             CLOSE RATING-FILE
046700             OPEN I-O RATING-FILE
046800         END-IF
046900     END-IF.
047000     IF EL-RATING-STATUS NOT = "00"
047100         DISPLAY "Ouverture RATING en echec, statut "
047200             EL-RATING-STATUS "."
047300         MOVE "Y" TO EL-FATAL-ERROR-SWITCH
047400         MOVE 12 TO EL-RETURN-CODE
047500         GO TO 1100-EXIT
047600     END-IF.
047700     MOVE "Y" TO EL-RATING-OPENED-SWITCH.
047800 1100-EXIT.
047900     EXIT.
048000*----------------------------------------------------------------
048100* 2000-RATE-ONE-GAME - UNE PARTIE VALIDEE : COTATION SOLO CONTRE
048200*                      LE PAR OU APPARIEMENT DU DUEL
048300*----------------------------------------------------------------
048400 2000-RATE-ONE-GAME.
048500     ADD 1 TO EL-LOG-READ.
048600     IF GL-DUEL-ID = ZERO
048700         PERFORM 2100-RATE-SOLO THRU 2100-EXIT
048800     ELSE
048900         PERFORM 2300-MATCH-DUEL THRU 2300-EXIT
049000     END-IF.
049100     PERFORM 2900-READ-CLEANLOG THRU 2900-EXIT.
049200 2000-EXIT.
049300     EXIT.
049400*----------------------------------------------------------------
049500* 2100-RATE-SOLO - PARTIE SOLO COTEE CONTRE LE PAR DE LA PLAGE
049600*                  (ADVERSAIRE FICTIF DE COTE EL-PAR-RATING)
049700*----------------------------------------------------------------
049800 2100-RATE-SOLO.
049900     MOVE GL-PLAYER-ID TO EL-SEARCH-ID.
050000     PERFORM 2500-FIND-PLAYER THRU 2500-EXIT.
050100     IF EL-PLAYER-SUB = ZERO
050200         ADD 1 TO EL-GAMES-UNRATED
050300         GO TO 2100-EXIT
050400     END-IF.
050500     SET EL-PL-IDX TO EL-PLAYER-SUB.
050600     IF GL-LOG-DATE NOT > EL-PL-OLD-LAST (EL-PL-IDX)
050700         ADD 1 TO EL-GAMES-ALREADY
050800         GO TO 2100-EXIT
050900     END-IF.
051000*    UN MATCH NUL HORS DUEL (ANCIEN ENREGISTREMENT SANS
051100*    IDENTIFIANT DE DUEL) N'A PAS D'ADVERSAIRE : NON COTE.
051200     IF GL-RESULT NOT = "WIN " AND GL-RESULT NOT = "LOSE"
051300         ADD 1 TO EL-GAMES-UNRATED
051400         GO TO 2100-EXIT
051500     END-IF.
051600     PERFORM 2110-COMPUTE-PAR THRU 2110-EXIT.
051700     EVALUATE TRUE
051800         WHEN GL-RESULT = "LOSE"
051900             MOVE ZERO TO EL-SCORE
052000         WHEN GL-ATTEMPTS NOT > EL-PAR
052100             MOVE 1 TO EL-SCORE
052200         WHEN OTHER
052300             COMPUTE EL-SCORE ROUNDED = EL-PAR / GL-ATTEMPTS
052400     END-EVALUATE.
052500     MOVE EL-PL-RATING (EL-PL-IDX) TO EL-OWN-RATING.
052600     MOVE EL-PAR-RATING TO EL-OPP-RATING.
052700     PERFORM 2600-EXPECTED-SCORE THRU 2600-EXIT.
052800     PERFORM 2610-K-FACTOR THRU 2610-EXIT.
052900     COMPUTE EL-DELTA ROUNDED =
053000         EL-K-FACTOR * (EL-SCORE - EL-EXPECTED) / 2.
053100     ADD 1 TO EL-PL-SOLO (EL-PL-IDX).
053200     PERFORM 2700-APPLY-DELTA THRU 2700-EXIT.
053300     ADD 1 TO EL-SOLO-RATED.
053400 2100-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------
053700* 2110-COMPUTE-PAR - PAR DE LA PLAGE : PLUS PETIT NOMBRE D'ESSAIS
053800*                    P TEL QUE 2 PUISSANCE P - 1 COUVRE
053900*                    GL-MAX-NUMBER (OPTIMUM DE LA DICHOTOMIE)
054000*----------------------------------------------------------------
054100 2110-COMPUTE-PAR.
054200     MOVE ZERO TO EL-PAR.
054300     MOVE 1 TO EL-SPAN.
054400     PERFORM 2120-DOUBLE-SPAN THRU 2120-EXIT
054500         UNTIL EL-SPAN > GL-MAX-NUMBER.
054600     IF EL-PAR = ZERO
054700         MOVE 1 TO EL-PAR
054800     END-IF.
054900 2110-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------
055200* 2120-DOUBLE-SPAN - UN ESSAI DE PLUS DOUBLE LA PLAGE COUVERTE
055300*----------------------------------------------------------------
055400 2120-DOUBLE-SPAN.
055500     MULTIPLY 2 BY EL-SPAN.
055600     ADD 1 TO EL-PAR.
055700 2120-EXIT.
055800     EXIT.
055900*----------------------------------------------------------------
056000* 2300-MATCH-DUEL - ENREGISTREMENT DE DUEL : MIS EN ATTENTE
056100*                   JUSQU'A L'ARRIVEE DE CELUI DE L'ADVERSAIRE
056200*                   (MEME DATE, MEME SITE, MEME IDENTIFIANT), PUIS
056300*                   COTATION DU DUEL COMPLET
056400*----------------------------------------------------------------
056500 2300-MATCH-DUEL.
056600     MOVE ZERO TO EL-PENDING-SUB.
056650     IF EL-PENDING-COUNT > ZERO
056700         SET EL-PD-IDX TO 1
056800         SEARCH EL-PD-ENTRY
056900             AT END
057000                 CONTINUE
057100             WHEN EL-PD-DATE (EL-PD-IDX) = GL-LOG-DATE
057150                     AND EL-PD-SITE (EL-PD-IDX) = GL-SITE-CODE
057200                     AND EL-PD-DUEL-ID (EL-PD-IDX) = GL-DUEL-ID
057300                 SET EL-PENDING-SUB TO EL-PD-IDX
057400         END-SEARCH
057450     END-IF.
057500     IF EL-PENDING-SUB = ZERO
057600         IF EL-PENDING-COUNT = 500
057700             IF NOT EL-PENDING-IS-FULL
057800                 DISPLAY "Table des duels en attente pleine (500)"
057900                     " - duels suivants non cotes."
058000                 MOVE "Y" TO EL-PENDING-FULL-SWITCH
058100                 MOVE 4 TO EL-RETURN-CODE
058200             END-IF
058300             ADD 1 TO EL-GAMES-UNRATED
058400             GO TO 2300-EXIT
058500         END-IF
058600         ADD 1 TO EL-PENDING-COUNT
058700         MOVE GL-LOG-DATE TO EL-PD-DATE (EL-PENDING-COUNT)
058800         MOVE GL-DUEL-ID TO EL-PD-DUEL-ID (EL-PENDING-COUNT)
058850         MOVE GL-SITE-CODE TO EL-PD-SITE (EL-PENDING-COUNT)
058900         MOVE GL-PLAYER-ID TO EL-PD-PLAYER (EL-PENDING-COUNT)
059000         MOVE GL-RESULT TO EL-PD-RESULT (EL-PENDING-COUNT)
059100         GO TO 2300-EXIT
059200     END-IF.
059300*    LE DUEL EST COMPLET : LE PREMIER ENREGISTREMENT SORT DE LA
059400*    TABLE D'ATTENTE (LA DERNIERE ENTREE PREND SA PLACE).
059500     MOVE EL-PD-DATE (EL-PENDING-SUB) TO EL-DUEL-DATE.
059600     MOVE EL-PD-PLAYER (EL-PENDING-SUB) TO EL-DUEL-A-PLAYER.
059700     MOVE EL-PD-RESULT (EL-PENDING-SUB) TO EL-DUEL-A-RESULT.
059800     IF EL-PENDING-SUB < EL-PENDING-COUNT
059900         MOVE EL-PD-ENTRY (EL-PENDING-COUNT)
060000             TO EL-PD-ENTRY (EL-PENDING-SUB)
060100     END-IF.
060200     SUBTRACT 1 FROM EL-PENDING-COUNT.
060300     PERFORM 2400-RATE-DUEL THRU 2400-EXIT.
060400 2300-EXIT.
060500     EXIT.
060600*----------------------------------------------------------------
060700* 2400-RATE-DUEL - COTATION D'UN DUEL COMPLET : LES DEUX COTES
060800*                  BOUGENT L'UNE CONTRE L'AUTRE, CALCULEES SUR LES
060900*                  COTES D'AVANT LE DUEL ; CHAQUE COTE N'EST
061000*                  MISE A JOUR QUE SI LA DATE N'A PAS DEJA ETE
061100*                  COTEE POUR LE JOUEUR
061200*----------------------------------------------------------------
061300 2400-RATE-DUEL.
061400     EVALUATE TRUE
061500         WHEN EL-DUEL-A-PLAYER = GL-PLAYER-ID
061600             MOVE 9 TO EL-SCORE
061700         WHEN EL-DUEL-A-RESULT = "WIN " AND GL-RESULT = "LOSE"
061800             MOVE 1 TO EL-SCORE
061900         WHEN EL-DUEL-A-RESULT = "LOSE" AND GL-RESULT = "WIN "
062000             MOVE ZERO TO EL-SCORE
062100         WHEN EL-DUEL-A-RESULT = "DRAW" AND GL-RESULT = "DRAW"
062200             MOVE 0.5 TO EL-SCORE
062300         WHEN OTHER
062400             MOVE 9 TO EL-SCORE
062500     END-EVALUATE.
062600     IF EL-SCORE = 9
062700         DISPLAY "Duel incoherent du " EL-DUEL-DATE " : "
062800             EL-DUEL-A-PLAYER " " EL-DUEL-A-RESULT " / "
062900             GL-PLAYER-ID " " GL-RESULT " - non cote."
063000         ADD 1 TO EL-DUELS-INCOHERENT
063100         MOVE 4 TO EL-RETURN-CODE
063200         GO TO 2400-EXIT
063300     END-IF.
063400     MOVE EL-DUEL-A-PLAYER TO EL-SEARCH-ID.
063500     PERFORM 2500-FIND-PLAYER THRU 2500-EXIT.
063600     MOVE EL-PLAYER-SUB TO EL-SUB-A.
063700     MOVE GL-PLAYER-ID TO EL-SEARCH-ID.
063800     PERFORM 2500-FIND-PLAYER THRU 2500-EXIT.
063900     MOVE EL-PLAYER-SUB TO EL-SUB-B.
064000     IF EL-SUB-A = ZERO OR EL-SUB-B = ZERO
064100         ADD 2 TO EL-GAMES-UNRATED
064200         GO TO 2400-EXIT
064300     END-IF.
064400*    ESPERANCE ET COEFFICIENT DE CHAQUE JOUEUR AVANT LE DUEL.
064500     SET EL-PL-IDX TO EL-SUB-B.
064600     MOVE EL-PL-RATING (EL-PL-IDX) TO EL-OPP-RATING.
064700     PERFORM 2610-K-FACTOR THRU 2610-EXIT.
064800     MOVE EL-K-FACTOR TO EL-K-FACTOR-B.
064900     SET EL-PL-IDX TO EL-SUB-A.
065000     MOVE EL-PL-RATING (EL-PL-IDX) TO EL-OWN-RATING.
065100     PERFORM 2610-K-FACTOR THRU 2610-EXIT.
065200     MOVE EL-K-FACTOR TO EL-K-FACTOR-A.
065300     PERFORM 2600-EXPECTED-SCORE THRU 2600-EXIT.
065400     MOVE EL-EXPECTED TO EL-EXPECTED-A.
065500     COMPUTE EL-DELTA-A ROUNDED =
065600         EL-K-FACTOR-A * (EL-SCORE - EL-EXPECTED-A).
065700     COMPUTE EL-DELTA-B ROUNDED =
065800         EL-K-FACTOR-B * (EL-EXPECTED-A - EL-SCORE).
065900     IF EL-SCORE = 1
066000         MOVE "Y" TO EL-DUEL-WIN-SWITCH
066100     ELSE
066200         MOVE "N" TO EL-DUEL-WIN-SWITCH
066300     END-IF.
066400     IF GL-LOG-DATE > EL-PL-OLD-LAST (EL-PL-IDX)
066500         MOVE EL-DELTA-A TO EL-DELTA
066600         ADD 1 TO EL-PL-DUELS (EL-PL-IDX)
066700         IF EL-DUEL-WON
066800             ADD 1 TO EL-PL-DUEL-WINS (EL-PL-IDX)
066900         END-IF
067000         PERFORM 2700-APPLY-DELTA THRU 2700-EXIT
067100     ELSE
067200         ADD 1 TO EL-GAMES-ALREADY
067300     END-IF.
067400     IF EL-SCORE = ZERO
067500         MOVE "Y" TO EL-DUEL-WIN-SWITCH
067600     ELSE
067700         MOVE "N" TO EL-DUEL-WIN-SWITCH
067800     END-IF.
067900     SET EL-PL-IDX TO EL-SUB-B.
068000     IF GL-LOG-DATE > EL-PL-OLD-LAST (EL-PL-IDX)
068100         MOVE EL-DELTA-B TO EL-DELTA
068200         ADD 1 TO EL-PL-DUELS (EL-PL-IDX)
068300         IF EL-DUEL-WON
068400             ADD 1 TO EL-PL-DUEL-WINS (EL-PL-IDX)
068500         END-IF
068600         PERFORM 2700-APPLY-DELTA THRU 2700-EXIT
068700     ELSE
068800         ADD 1 TO EL-GAMES-ALREADY
068900     END-IF.
069000     ADD 1 TO EL-DUELS-RATED.
069100 2400-EXIT.
069200     EXIT.
069300*----------------------------------------------------------------
069400* 2500-FIND-PLAYER - RECHERCHE DU JOUEUR EL-SEARCH-ID EN TABLE,
069500*                    SINON LECTURE DIRECTE DANS LE MAITRE RATING
069600*                    (NOUVEAU JOUEUR : COTE INITIALE, PROVISOIRE).
069700*                    RETOURNE LE RANG EN TABLE, ZERO SI PLEINE.
069800*----------------------------------------------------------------
069900 2500-FIND-PLAYER.
070000     MOVE ZERO TO EL-PLAYER-SUB.
070050     IF EL-PLAYER-COUNT > ZERO
070100         SET EL-PL-IDX TO 1
070200         SEARCH EL-PL-ENTRY
070300             AT END
070400                 CONTINUE
070500             WHEN EL-PL-ID (EL-PL-IDX) = EL-SEARCH-ID
070600                 SET EL-PLAYER-SUB TO EL-PL-IDX
070700         END-SEARCH
070750     END-IF.
070800     IF EL-PLAYER-SUB > ZERO
070900         GO TO 2500-EXIT
071000     END-IF.
071100     IF EL-PLAYER-COUNT = 5000
071200         IF NOT EL-TABLE-IS-FULL
071300             DISPLAY "Table des joueurs pleine (5000) - parties "
071400                 "suivantes non cotees."
071500             MOVE "Y" TO EL-TABLE-FULL-SWITCH
071600             MOVE 4 TO EL-RETURN-CODE
071700         END-IF
071800         GO TO 2500-EXIT
071900     END-IF.
072000     ADD 1 TO EL-PLAYER-COUNT.
072100     SET EL-PL-IDX TO EL-PLAYER-COUNT.
072200     MOVE EL-SEARCH-ID TO EL-PL-ID (EL-PL-IDX).
072300     MOVE "N" TO EL-PL-CHANGED (EL-PL-IDX).
072400     MOVE ZERO TO EL-PL-CHANGE (EL-PL-IDX).
072500     MOVE EL-SEARCH-ID TO RA-PLAYER-ID.
072600     READ RATING-FILE
072700         INVALID KEY
072800             MOVE "N" TO EL-PL-ON-FILE (EL-PL-IDX)
072900             MOVE EL-INITIAL-RATING TO EL-PL-RATING (EL-PL-IDX)
073000             MOVE EL-INITIAL-RATING TO EL-PL-PEAK (EL-PL-IDX)
073100             MOVE ZERO TO EL-PL-GAMES (EL-PL-IDX)
073200             MOVE ZERO TO EL-PL-SOLO (EL-PL-IDX)
073300             MOVE ZERO TO EL-PL-DUELS (EL-PL-IDX)
073400             MOVE ZERO TO EL-PL-DUEL-WINS (EL-PL-IDX)
073500             MOVE ZERO TO EL-PL-OLD-LAST (EL-PL-IDX)
073600         NOT INVALID KEY
073700             MOVE "Y" TO EL-PL-ON-FILE (EL-PL-IDX)
073800             MOVE RA-RATING TO EL-PL-RATING (EL-PL-IDX)
073900             MOVE RA-PEAK-RATING TO EL-PL-PEAK (EL-PL-IDX)
074000             MOVE RA-GAMES-RATED TO EL-PL-GAMES (EL-PL-IDX)
074100             MOVE RA-SOLO-GAMES TO EL-PL-SOLO (EL-PL-IDX)
074200             MOVE RA-DUEL-GAMES TO EL-PL-DUELS (EL-PL-IDX)
074300             MOVE RA-DUEL-WINS TO EL-PL-DUEL-WINS (EL-PL-IDX)
074400             MOVE RA-LAST-DATE TO EL-PL-OLD-LAST (EL-PL-IDX)
074500     END-READ.
074600     IF EL-RATING-STATUS NOT = "00" AND "23"
074700         DISPLAY "Lecture RATING en echec, statut "
074800             EL-RATING-STATUS "."
074850         MOVE "Y" TO EL-FATAL-ERROR-SWITCH
074900         MOVE 12 TO EL-RETURN-CODE
075000     END-IF.
075100     MOVE EL-PL-OLD-LAST (EL-PL-IDX)
075200         TO EL-PL-NEW-LAST (EL-PL-IDX).
075300     SET EL-PLAYER-SUB TO EL-PL-IDX.
075400 2500-EXIT.
075500     EXIT.
075600*----------------------------------------------------------------
075700* 2600-EXPECTED-SCORE - ESPERANCE DE GAIN ELO DU JOUEUR DE COTE
075800*                       EL-OWN-RATING CONTRE EL-OPP-RATING
075900*----------------------------------------------------------------
076000 2600-EXPECTED-SCORE.
076100     COMPUTE EL-EXPECTED ROUNDED =
076200         1 / (1 + 10 ** ((EL-OPP-RATING - EL-OWN-RATING) / 400)).
076300 2600-EXIT.
076400     EXIT.
076500*----------------------------------------------------------------
076600* 2610-K-FACTOR - COEFFICIENT DU JOUEUR EN TABLE (EL-PL-IDX) :
076700*                 FORT TANT QUE LA COTE EST PROVISOIRE
076800*----------------------------------------------------------------
076900 2610-K-FACTOR.
077000     IF EL-PL-GAMES (EL-PL-IDX) < EL-PROVISIONAL-GAMES
077100         MOVE EL-K-PROVISIONAL TO EL-K-FACTOR
077200     ELSE
077300         MOVE EL-K-ESTABLISHED TO EL-K-FACTOR
077400     END-IF.
077500 2610-EXIT.
077600     EXIT.
077700*----------------------------------------------------------------
077800* 2700-APPLY-DELTA - APPLICATION DE LA VARIATION EL-DELTA AU
077900*                    JOUEUR EN TABLE (EL-PL-IDX), AVEC PLANCHER,
078000*                    COTE MAXIMALE ET DERNIERE DATE COTEE
078100*----------------------------------------------------------------
078200 2700-APPLY-DELTA.
078300     IF EL-PL-CHANGED (EL-PL-IDX) NOT = "Y"
078400         MOVE "Y" TO EL-PL-CHANGED (EL-PL-IDX)
078500         ADD 1 TO EL-PLAYERS-UPDATED
078600     END-IF.
078700     COMPUTE EL-NEW-RATING = EL-PL-RATING (EL-PL-IDX) + EL-DELTA.
078800     IF EL-NEW-RATING < EL-RATING-FLOOR
078900         MOVE EL-RATING-FLOOR TO EL-NEW-RATING
079000     END-IF.
079100     COMPUTE EL-PL-CHANGE (EL-PL-IDX) = EL-PL-CHANGE (EL-PL-IDX)
079200         + EL-NEW-RATING - EL-PL-RATING (EL-PL-IDX).
079300     MOVE EL-NEW-RATING TO EL-PL-RATING (EL-PL-IDX).
079400     IF EL-PL-RATING (EL-PL-IDX) > EL-PL-PEAK (EL-PL-IDX)
079500         MOVE EL-PL-RATING (EL-PL-IDX) TO EL-PL-PEAK (EL-PL-IDX)
079600     END-IF.
079700     ADD 1 TO EL-PL-GAMES (EL-PL-IDX).
079800     IF GL-LOG-DATE > EL-PL-NEW-LAST (EL-PL-IDX)
079900         MOVE GL-LOG-DATE TO EL-PL-NEW-LAST (EL-PL-IDX)
080000     END-IF.
080100 2700-EXIT.
080200     EXIT.
080300*----------------------------------------------------------------
080400* 2900-READ-CLEANLOG - LECTURE DE LA PARTIE VALIDEE SUIVANTE
080500*----------------------------------------------------------------
080600 2900-READ-CLEANLOG.
080700     READ CLEANLOG-FILE
080800         AT END
080900             MOVE "Y" TO EL-CLEANLOG-EOF-SWITCH
080920             GO TO 2900-EXIT
080940     END-READ.
080960     IF EL-CLEANLOG-STATUS NOT = "00"
080980         DISPLAY "Lecture CLEANLOG en echec, statut "
081000             EL-CLEANLOG-STATUS "."
081020         MOVE "Y" TO EL-FATAL-ERROR-SWITCH
081040         MOVE 12 TO EL-RETURN-CODE
081060         MOVE "Y" TO EL-CLEANLOG-EOF-SWITCH
081080     END-IF.
081100 2900-EXIT.
081200     EXIT.
081300*----------------------------------------------------------------
081400* 3000-CHECK-PENDING - DUELS RESTES SANS LEUR DEUXIEME
081500*                      ENREGISTREMENT (REJETE PAR GGAUDIT OU
081600*                      PERDU) : SIGNALES, NON COTES
081700*----------------------------------------------------------------
081800 3000-CHECK-PENDING.
081900     MOVE ZERO TO EL-PENDING-I.
082000     PERFORM 3100-CHECK-ONE-PENDING THRU 3100-EXIT
082100         UNTIL EL-PENDING-I >= EL-PENDING-COUNT.
082200 3000-EXIT.
082300     EXIT.
082400*----------------------------------------------------------------
082500* 3100-CHECK-ONE-PENDING - UN DUEL INCOMPLET ; SEULS CEUX D'UNE
082600*                          DATE PAS ENCORE COTEE SONT SIGNALES
082700*                          (LES AUTRES L'ONT ETE AU PASSAGE
082800*                          CORRESPONDANT)
082900*----------------------------------------------------------------
083000 3100-CHECK-ONE-PENDING.
083100     ADD 1 TO EL-PENDING-I.
083200     SET EL-PD-IDX TO EL-PENDING-I.
083300     MOVE EL-PD-PLAYER (EL-PD-IDX) TO EL-SEARCH-ID.
083400     PERFORM 2500-FIND-PLAYER THRU 2500-EXIT.
083500     IF EL-PLAYER-SUB = ZERO
083600         GO TO 3100-EXIT
083700     END-IF.
083800     SET EL-PL-IDX TO EL-PLAYER-SUB.
083900     IF EL-PD-DATE (EL-PD-IDX) > EL-PL-OLD-LAST (EL-PL-IDX)
084000         DISPLAY "Duel incomplet du " EL-PD-DATE (EL-PD-IDX)
084100             " (identifiant " EL-PD-DUEL-ID (EL-PD-IDX) ") : "
084200             EL-PD-PLAYER (EL-PD-IDX) " sans adversaire - non "
084300             "cote."
084400         ADD 1 TO EL-DUELS-INCOMPLETE
084500         MOVE 4 TO EL-RETURN-CODE
084600     END-IF.
084700 3100-EXIT.
084800     EXIT.
084900*----------------------------------------------------------------
085000* 4000-POST-RATINGS - REECRITURE DANS LE MAITRE RATING DES
085100*                     JOUEURS DONT LA COTE A BOUGE
085200*----------------------------------------------------------------
085300 4000-POST-RATINGS.
085400     MOVE ZERO TO EL-POST-I.
085500     PERFORM 4100-POST-ONE THRU 4100-EXIT
085600         UNTIL EL-POST-I >= EL-PLAYER-COUNT.
085700 4000-EXIT.
085800     EXIT.
085900*----------------------------------------------------------------
086000* 4100-POST-ONE - ECRITURE (NOUVEAU JOUEUR) OU REECRITURE D'UN
086100*                 ENREGISTREMENT RATING, TOP PROVISOIRE RECALCULE
086200*----------------------------------------------------------------
086300 4100-POST-ONE.
086400     ADD 1 TO EL-POST-I.
086500     SET EL-PL-IDX TO EL-POST-I.
086600     IF EL-PL-CHANGED (EL-PL-IDX) NOT = "Y"
086700         GO TO 4100-EXIT
086800     END-IF.
086900     MOVE SPACES TO RATING-RECORD.
087000     MOVE EL-PL-ID (EL-PL-IDX) TO RA-PLAYER-ID.
087100     MOVE EL-PL-RATING (EL-PL-IDX) TO RA-RATING.
087200     MOVE EL-PL-PEAK (EL-PL-IDX) TO RA-PEAK-RATING.
087300     MOVE EL-PL-GAMES (EL-PL-IDX) TO RA-GAMES-RATED.
087400     MOVE EL-PL-SOLO (EL-PL-IDX) TO RA-SOLO-GAMES.
087500     MOVE EL-PL-DUELS (EL-PL-IDX) TO RA-DUEL-GAMES.
087600     MOVE EL-PL-DUEL-WINS (EL-PL-IDX) TO RA-DUEL-WINS.
087700     MOVE EL-PL-CHANGE (EL-PL-IDX) TO RA-LAST-CHANGE.
087800     MOVE EL-PL-NEW-LAST (EL-PL-IDX) TO RA-LAST-DATE.
087900     IF EL-PL-GAMES (EL-PL-IDX) < EL-PROVISIONAL-GAMES
088000         MOVE "P" TO RA-PROVISIONAL-FLAG
088100     ELSE
088200         MOVE "E" TO RA-PROVISIONAL-FLAG
088300     END-IF.
088400     IF EL-PL-ON-FILE (EL-PL-IDX) = "Y"
088500         REWRITE RATING-RECORD
088600             INVALID KEY
088700                 CONTINUE
088800         END-REWRITE
088900     ELSE
089000         WRITE RATING-RECORD
089100             INVALID KEY
089200                 CONTINUE
089300         END-WRITE
089400         ADD 1 TO EL-PLAYERS-NEW
089500     END-IF.
089600     IF EL-RATING-STATUS NOT = "00"
089700         DISPLAY "Ecriture RATING en echec pour "
089800             EL-PL-ID (EL-PL-IDX) ", statut "
089900             EL-RATING-STATUS "."
090000         MOVE 12 TO EL-RETURN-CODE
090100     END-IF.
090200 4100-EXIT.
090300     EXIT.
090400*----------------------------------------------------------------
090500* 5000-FEED-RANKING - PROCEDURE D'ENTREE DU TRI : TOUT LE MAITRE
090600*                     RATING DANS L'ORDRE DES CLES (LE TRI
090700*                     PLACE LES COTES DEFINITIVES AVANT LES
090800*                     PROVISOIRES)
090900*----------------------------------------------------------------
091000 5000-FEED-RANKING.
091100     MOVE LOW-VALUES TO RA-PLAYER-ID.
091200     START RATING-FILE KEY IS NOT LESS THAN RA-PLAYER-ID
091300         INVALID KEY
091400             MOVE "Y" TO EL-RATING-EOF-SWITCH
091500     END-START.
091600     PERFORM 5100-RELEASE-ONE THRU 5100-EXIT
091700         UNTIL EL-RATING-AT-END.
091800 5000-EXIT.
091900     EXIT.
092000*----------------------------------------------------------------
092100* 5100-RELEASE-ONE - LECTURE D'UN JOUEUR COTE ET VERSEMENT AU TRI
092200*----------------------------------------------------------------
092300 5100-RELEASE-ONE.
092400     READ RATING-FILE NEXT
092500         AT END
092600             MOVE "Y" TO EL-RATING-EOF-SWITCH
092700             GO TO 5100-EXIT
092800     END-READ.
092810     IF EL-RATING-STATUS NOT = "00"
092820         DISPLAY "Lecture RATING en echec, statut "
092830             EL-RATING-STATUS "."
092840         MOVE 12 TO EL-RETURN-CODE
092850         MOVE "Y" TO EL-RATING-EOF-SWITCH
092860         GO TO 5100-EXIT
092870     END-IF.
092900     IF RA-PROVISIONAL
093000         MOVE "P" TO SD-CLASS
093100     ELSE
093200         MOVE "E" TO SD-CLASS
093300     END-IF.
093400     MOVE RA-RATING TO SD-RATING.
093500     MOVE RA-PLAYER-ID TO SD-PLAYER-ID.
093600     MOVE RATING-RECORD TO SD-RATING-IMAGE.
093700     RELEASE RANK-SORT-RECORD.
093800 5100-EXIT.
093900     EXIT.
094000*----------------------------------------------------------------
094100* 6000-PRINT-RANKING - PROCEDURE DE SORTIE DU TRI : EDITION DU
094200*                      CLASSEMENT ET DES TOTAUX
094300*----------------------------------------------------------------
094400 6000-PRINT-RANKING.
094500     PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT.
094600     PERFORM 6900-GET-SORTED THRU 6900-EXIT.
094700     PERFORM 6100-PROCESS-ONE THRU 6100-EXIT
094800         UNTIL EL-SORT-AT-END.
094900     PERFORM 7400-PRINT-TOTALS THRU 7400-EXIT.
095000 6000-EXIT.
095100     EXIT.
095200*----------------------------------------------------------------
095300* 6100-PROCESS-ONE - UN JOUEUR TRIE : RANG (EX AEQUO SUR LA MEME
095400*                    COTE) POUR UNE COTE DEFINITIVE, MENTION
095500*                    "PROV" SANS RANG POUR UNE COTE PROVISOIRE
095600*----------------------------------------------------------------
095700 6100-PROCESS-ONE.
095800     MOVE SD-RATING-IMAGE TO RATING-RECORD.
095900     ADD 1 TO EL-PLAYERS-RANKED.
096000     IF RA-PROVISIONAL
096100         ADD 1 TO EL-PLAYERS-PROVISIONAL
096200         MOVE "PROV" TO EL-RL-RANK
096300         MOVE "PROVISOIRE" TO EL-RL-STATUS
096400     ELSE
096500         ADD 1 TO EL-POSITION
096600         IF EL-POSITION = 1
096700                 OR RA-RATING NOT = EL-PREV-RATING
096800             MOVE EL-POSITION TO EL-RANK
096900         END-IF
097000         MOVE RA-RATING TO EL-PREV-RATING
097100         MOVE EL-RANK TO EL-RL-RANK-N
097200         MOVE SPACES TO EL-RL-STATUS
097300     END-IF.
097400     PERFORM 7200-PRINT-ONE-RANK THRU 7200-EXIT.
097500     PERFORM 6900-GET-SORTED THRU 6900-EXIT.
097600 6100-EXIT.
097700     EXIT.
097800*----------------------------------------------------------------
097900* 6900-GET-SORTED - RETOUR DU JOUEUR TRIE SUIVANT
098000*----------------------------------------------------------------
098100 6900-GET-SORTED.
098200     RETURN RANK-SORT-FILE
098300         AT END
098400             MOVE "Y" TO EL-SORT-EOF-SWITCH
098500     END-RETURN.
098600 6900-EXIT.
098700     EXIT.
098800*----------------------------------------------------------------
098900* 7100-PRINT-HEADINGS - ENTETE DE PAGE DE L'ETAT
099000*----------------------------------------------------------------
099100 7100-PRINT-HEADINGS.
099200     ADD 1 TO EL-PAGE-NUMBER.
099300     MOVE EL-PAGE-NUMBER TO EL-HDG-PAGE.
099400     MOVE EL-REPORT-DATE TO EL-HDG-DATE.
099500     WRITE RATING-PRINT-LINE FROM EL-HEADING-LINE-1
099600         AFTER ADVANCING PAGE.
099700     WRITE RATING-PRINT-LINE FROM EL-HEADING-LINE-2
099800         AFTER ADVANCING 1 LINE.
099900     MOVE SPACES TO RATING-PRINT-LINE.
100000     WRITE RATING-PRINT-LINE AFTER ADVANCING 1 LINE.
100100     WRITE RATING-PRINT-LINE FROM EL-HEADING-LINE-3
100200         AFTER ADVANCING 1 LINE.
100300     WRITE RATING-PRINT-LINE FROM EL-HEADING-LINE-4
100400         AFTER ADVANCING 1 LINE.
100500     MOVE 5 TO EL-LINE-COUNT.
100600 7100-EXIT.
100700     EXIT.
100800*----------------------------------------------------------------
100900* 7200-PRINT-ONE-RANK - UNE LIGNE DU CLASSEMENT, AVEC SAUT DE
101000*                       PAGE QUAND LA PAGE EST PLEINE
101100*----------------------------------------------------------------
101200 7200-PRINT-ONE-RANK.
101300     IF EL-LINE-COUNT >= EL-LINES-PER-PAGE
101400         PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
101500     END-IF.
101600     MOVE RA-PLAYER-ID TO EL-RL-ID.
101700     PERFORM 7210-RESOLVE-NAME THRU 7210-EXIT.
101800     MOVE RA-RATING TO EL-RL-RATING.
101900     MOVE RA-LAST-CHANGE TO EL-RL-CHANGE.
102000     MOVE RA-GAMES-RATED TO EL-RL-GAMES.
102100     MOVE RA-SOLO-GAMES TO EL-RL-SOLO.
102200     MOVE RA-DUEL-GAMES TO EL-RL-DUELS.
102300     MOVE RA-DUEL-WINS TO EL-RL-DUEL-WINS.
102400     MOVE RA-PEAK-RATING TO EL-RL-PEAK.
102500     MOVE RA-LAST-DATE TO EL-RL-LAST-DATE.
102600     WRITE RATING-PRINT-LINE FROM EL-RANK-LINE
102700         AFTER ADVANCING 1 LINE.
102800     ADD 1 TO EL-LINE-COUNT.
102900 7200-EXIT.
103000     EXIT.
103100*----------------------------------------------------------------
103200* 7210-RESOLVE-NAME - LECTURE DIRECTE DU NOM EN CLAIR DANS LE
103300*                     ROSTER INDEXE, SINON "(HORS ROSTER)"
103400*----------------------------------------------------------------
103500 7210-RESOLVE-NAME.
103600     MOVE "(HORS ROSTER)       " TO EL-RL-NAME.
103700     IF EL-ROSTER-IS-OPENED
103800         MOVE RA-PLAYER-ID TO RO-PLAYER-ID
103900         READ ROSTER-FILE
104000             INVALID KEY
104100                 CONTINUE
104200             NOT INVALID KEY
104300                 MOVE RO-PLAYER-NAME TO EL-RL-NAME
104400         END-READ
104500     END-IF.
104600 7210-EXIT.
104700     EXIT.
104800*----------------------------------------------------------------
104900* 7400-PRINT-TOTALS - TOTAUX DE CONTROLE DU PASSAGE
105000*----------------------------------------------------------------
105100 7400-PRINT-TOTALS.
105200     MOVE SPACES TO RATING-PRINT-LINE.
105300     WRITE RATING-PRINT-LINE AFTER ADVANCING 1 LINE.
105400     MOVE "PARTIES CLEANLOG LUES : " TO EL-TL-LABEL.
105500     MOVE EL-LOG-READ TO EL-TL-COUNT.
105600     PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT.
105700     MOVE "PARTIES DEJA COTEES   : " TO EL-TL-LABEL.
105800     MOVE EL-GAMES-ALREADY TO EL-TL-COUNT.
105900     PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT.
106000     MOVE "PARTIES SOLO COTEES   : " TO EL-TL-LABEL.
106100     MOVE EL-SOLO-RATED TO EL-TL-COUNT.
106200     PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT.
106300     MOVE "DUELS COTES           : " TO EL-TL-LABEL.
106400     MOVE EL-DUELS-RATED TO EL-TL-COUNT.
106500     PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT.
106600     MOVE "PARTIES NON COTEES    : " TO EL-TL-LABEL.
106700     MOVE EL-GAMES-UNRATED TO EL-TL-COUNT.
106800     PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT.
106900     MOVE "DUELS INCOMPLETS      : " TO EL-TL-LABEL.
107000     MOVE EL-DUELS-INCOMPLETE TO EL-TL-COUNT.
107100     PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT.
107200     MOVE "DUELS INCOHERENTS     : " TO EL-TL-LABEL.
107300     MOVE EL-DUELS-INCOHERENT TO EL-TL-COUNT.
107400     PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT.
107500     MOVE "JOUEURS MIS A JOUR    : " TO EL-TL-LABEL.
107600     MOVE EL-PLAYERS-UPDATED TO EL-TL-COUNT.
107700     PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT.
107800     MOVE "NOUVEAUX JOUEURS      : " TO EL-TL-LABEL.
107900     MOVE EL-PLAYERS-NEW TO EL-TL-COUNT.
108000     PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT.
108100     MOVE "JOUEURS AU CLASSEMENT : " TO EL-TL-LABEL.
108200     MOVE EL-PLAYERS-RANKED TO EL-TL-COUNT.
108300     PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT.
108400     MOVE "DONT COTES PROVISOIRES: " TO EL-TL-LABEL.
108500     MOVE EL-PLAYERS-PROVISIONAL TO EL-TL-COUNT.
108600     PERFORM 7410-WRITE-TOTAL THRU 7410-EXIT.
108700 7400-EXIT.
108800     EXIT.
108900*----------------------------------------------------------------
109000* 7410-WRITE-TOTAL - ECRITURE D'UNE LIGNE DE TOTAL
109100*----------------------------------------------------------------
109200 7410-WRITE-TOTAL.
109300     WRITE RATING-PRINT-LINE FROM EL-TOTAL-LINE
109400         AFTER ADVANCING 1 LINE.
109500 7410-EXIT.
109600     EXIT.
109700*----------------------------------------------------------------
109800* 9000-TERMINATE - FERMETURE DES FICHIERS ET FIN DE PROGRAMME
109900*----------------------------------------------------------------
110000 9000-TERMINATE.
110100     IF EL-CLEANLOG-STATUS = "00" OR "10"
110200         CLOSE CLEANLOG-FILE
110300     END-IF.
110400     IF EL-RATING-IS-OPENED
110500         CLOSE RATING-FILE
110600     END-IF.
110700     IF EL-ROSTER-IS-OPENED
110800         CLOSE ROSTER-FILE
110900     END-IF.
111000     IF EL-REPORT-STATUS = "00"
111100         CLOSE RATING-REPORT
111200     END-IF.
111300     PERFORM 9200-STAMP-RUNCTL THRU 9200-EXIT.
111400     DISPLAY "Cotation GGRATING editee sur RATRPT, code retour "
111500         EL-RETURN-CODE ".".
111600 9000-EXIT.
111700     EXIT.
111800*----------------------------------------------------------------
111900* 9200-STAMP-RUNCTL - TAMPON DU PASSAGE DANS LE FICHIER DE
112000*                     PILOTAGE (NOMBRE DE JOUEURS MIS A JOUR) ;
112100*                     PAS DE TAMPON SUR UN PASSAGE REFUSE OU EN
112200*                     ECHEC
112300*----------------------------------------------------------------
112400 9200-STAMP-RUNCTL.
112500     IF NOT EL-RUNCTL-PRESENT
112600             OR EL-RETURN-CODE > 4
112700         GO TO 9200-EXIT
112800     END-IF.
112900*    UN FICHIER DE PILOTAGE ANORMALEMENT LONG N'EST PAS
113000*    REECRIT : PAS DE TAMPON PLUTOT QU'UN FICHIER TRONQUE.
113100     IF EL-RUNCTL-OVERFLOW
113200         DISPLAY "RUNCTL de plus de 20 enregistrements - "
113300             "tampon abandonne pour ne pas tronquer."
113400         MOVE 12 TO EL-RETURN-CODE
113500         GO TO 9200-EXIT
113600     END-IF.
113700     MOVE SPACES TO RUNCTL-RECORD.
113800     MOVE "P" TO RC-RECORD-TYPE.
113900     MOVE "GGRATING" TO RC-PROGRAM-NAME.
114000     MOVE EL-BUSINESS-DATE TO RC-LAST-RUN-DATE.
114100     MOVE EL-RETURN-CODE TO RC-LAST-RC.
114200     MOVE EL-PLAYERS-UPDATED TO RC-CONTROL-COUNT.
114300     MOVE "Y" TO RC-BALANCED-FLAG.
114400     MOVE EL-FORCED-RUN-SWITCH TO RC-FORCED-FLAG.
114500     IF EL-RC-SELF-SUB > ZERO
114600         MOVE RUNCTL-RECORD TO EL-RC-IMAGE (EL-RC-SELF-SUB)
114700     ELSE
114800         IF EL-RC-COUNT < 20
114900             ADD 1 TO EL-RC-COUNT
115000             MOVE RUNCTL-RECORD TO EL-RC-IMAGE (EL-RC-COUNT)
115100         END-IF
115200     END-IF.
115300     OPEN OUTPUT RUNCTL-FILE.
115400     IF EL-RUNCTL-STATUS NOT = "00"
115500         DISPLAY "Reecriture RUNCTL impossible, statut "
115600             EL-RUNCTL-STATUS "."
115700         MOVE 12 TO EL-RETURN-CODE
115800         GO TO 9200-EXIT
115900     END-IF.
116000     MOVE ZERO TO EL-RC-SELF-SUB.
116100     PERFORM 9210-WRITE-RUNCTL THRU 9210-EXIT
116200         UNTIL EL-RC-SELF-SUB >= EL-RC-COUNT.
116300     CLOSE RUNCTL-FILE.
116400 9200-EXIT.
116500     EXIT.
116600*----------------------------------------------------------------
116700* 9210-WRITE-RUNCTL - REECRITURE D'UN ENREGISTREMENT DE PILOTAGE
116800*----------------------------------------------------------------
116900 9210-WRITE-RUNCTL.
117000     ADD 1 TO EL-RC-SELF-SUB.
117100     WRITE RUNCTL-IO-AREA
117200         FROM EL-RC-IMAGE (EL-RC-SELF-SUB).
117300     IF EL-RUNCTL-STATUS NOT = "00"
117400         DISPLAY "Ecriture RUNCTL en echec, statut "
117500             EL-RUNCTL-STATUS "."
117600         MOVE 12 TO EL-RETURN-CODE
117700         MOVE EL-RC-COUNT TO EL-RC-SELF-SUB
117800     END-IF.
117900 9210-EXIT.
118000     EXIT.
