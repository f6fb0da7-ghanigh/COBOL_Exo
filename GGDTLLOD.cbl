000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GGDTLLOD.
000300 AUTHOR. D. LAMBERT.
000400 INSTALLATION. DIRECTION INFORMATIQUE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 10/15/2026 DL   PROGRAMME INITIAL - CHARGEMENT/DECHARGEMENT DU
001300*                 FICHIER GAMEDTL INDEXE DEPUIS/VERS UN FICHIER A
001400*                 PLAT (DTLFLAT, MEME DECOUPE GAMEDTLR), POUR LA
001500*                 CONVERSION DE L'ANCIEN GAMEDTL SEQUENTIEL ET LES
001600*                 SAUVEGARDES. PARM 'LOAD' : DTLFLAT (TRIE SUR
001700*                 DATE, JOUEUR, NUMERO DE PARTIE ET NUMERO DE
001800*                 PROPOSITION) REMPLACE LE GAMEDTL ; PARM
001900*                 'UNLOAD' : LE GAMEDTL EST DEVERSE A PLAT DANS
002000*                 L'ORDRE DES CLES. TOTAUX DE CONTROLE AFFICHES EN
002100*                 FIN DE PASSAGE.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT GAMEDTL-FILE ASSIGN TO GAMEDTL
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS GD-KEY
003300         FILE STATUS IS DT-GAMEDTL-STATUS.
003400     SELECT DTLFLAT-FILE ASSIGN TO DTLFLAT
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS DT-DTLFLAT-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  GAMEDTL-FILE.
004000 COPY GAMEDTLR.
004100 FD  DTLFLAT-FILE
004200     RECORDING MODE IS F.
004300 01  DTLFLAT-RECORD             PIC X(31).
004400 WORKING-STORAGE SECTION.
004500*----------------------------------------------------------------
004600* SWITCHS DE CONTROLE ET STATUTS FICHIERS
004700*----------------------------------------------------------------
004800 01  DT-GAMEDTL-STATUS          PIC X(02)  VALUE "00".
004900 01  DT-DTLFLAT-STATUS          PIC X(02)  VALUE "00".
005000 01  DT-EOF-SWITCH              PIC X(01)  VALUE "N".
005100     88  DT-AT-END                         VALUE "Y".
005200 01  DT-FATAL-ERROR-SWITCH      PIC X(01)  VALUE "N".
005300     88  DT-FATAL-ERROR                    VALUE "Y".
005400*----------------------------------------------------------------
005500* SENS DU PASSAGE (PARM : 'LOAD' OU 'UNLOAD')
005600*----------------------------------------------------------------
005700 01  DT-PARM-DATA               PIC X(20)  VALUE SPACES.
005800 01  DT-PARM-MODE-TOK           PIC X(06)  VALUE SPACES.
005900 01  DT-MODE-SWITCH             PIC X(01)  VALUE SPACE.
006000     88  DT-MODE-LOAD                      VALUE "L".
006100     88  DT-MODE-UNLOAD                    VALUE "U".
006200*----------------------------------------------------------------
006300* TOTAUX DE CONTROLE
006400*----------------------------------------------------------------
006500 01  DT-RECORDS-READ            PIC 9(07)  VALUE ZERO.
006600 01  DT-RECORDS-WRITTEN         PIC 9(07)  VALUE ZERO.
006700 01  DT-RECORDS-REJECTED        PIC 9(07)  VALUE ZERO.
006800 01  DT-RETURN-CODE             PIC 9(04)  VALUE ZERO.
006900 01  DT-COUNT-DISPLAY           PIC ZZZZZZ9.
007000 PROCEDURE DIVISION.
007100*----------------------------------------------------------------
007200* 0000-MAINLINE - ENCHAINEMENT PRINCIPAL DU PROGRAMME
007300*----------------------------------------------------------------
007400 0000-MAINLINE.
007500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007600     IF NOT DT-FATAL-ERROR
007700         IF DT-MODE-LOAD
007800             PERFORM 2000-LOAD-ONE THRU 2000-EXIT
007900                 UNTIL DT-AT-END
008000         ELSE
008100             PERFORM 3000-UNLOAD-ONE THRU 3000-EXIT
008200                 UNTIL DT-AT-END
008300         END-IF
008400     END-IF
008500     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
008600     PERFORM 9000-TERMINATE THRU 9000-EXIT
008700     MOVE DT-RETURN-CODE TO RETURN-CODE
008800     STOP RUN.
008900*----------------------------------------------------------------
009000* 1000-INITIALIZE - CONTROLE DU PARM ET OUVERTURE DES FICHIERS
009100*                   SELON LE SENS DEMANDE
009200*----------------------------------------------------------------
009300 1000-INITIALIZE.
009400     DISPLAY "GGDTLLOD - CHARGEMENT/DECHARGEMENT DE GAMEDTL".
009500     ACCEPT DT-PARM-DATA FROM COMMAND-LINE.
009600     UNSTRING DT-PARM-DATA DELIMITED BY SPACE
009700         INTO DT-PARM-MODE-TOK.
009800     EVALUATE DT-PARM-MODE-TOK
009900         WHEN "LOAD  "
010000             MOVE "L" TO DT-MODE-SWITCH
010100         WHEN "UNLOAD"
010200             MOVE "U" TO DT-MODE-SWITCH
010300         WHEN OTHER
010400             DISPLAY "PARM invalide : LOAD ou UNLOAD attendu."
010500             MOVE "Y" TO DT-FATAL-ERROR-SWITCH
010600             MOVE 8 TO DT-RETURN-CODE
010700             GO TO 1000-EXIT
010800     END-EVALUATE.
010900     IF DT-MODE-LOAD
011000         OPEN INPUT DTLFLAT-FILE
011100         IF DT-DTLFLAT-STATUS NOT = "00"
011200             DISPLAY "Ouverture DTLFLAT en echec, statut "
011300                 DT-DTLFLAT-STATUS "."
011400             MOVE "Y" TO DT-FATAL-ERROR-SWITCH
011500             MOVE 12 TO DT-RETURN-CODE
011600             GO TO 1000-EXIT
011700         END-IF
011800         OPEN OUTPUT GAMEDTL-FILE
011900         IF DT-GAMEDTL-STATUS NOT = "00"
012000             DISPLAY "Ouverture GAMEDTL en echec, statut "
012100                 DT-GAMEDTL-STATUS "."
012200             MOVE "Y" TO DT-FATAL-ERROR-SWITCH
012300             MOVE 12 TO DT-RETURN-CODE
012400             GO TO 1000-EXIT
012500         END-IF
012600         PERFORM 2900-READ-DTLFLAT THRU 2900-EXIT
012700     ELSE
012800         OPEN INPUT GAMEDTL-FILE
012900         IF DT-GAMEDTL-STATUS NOT = "00"
013000             DISPLAY "Ouverture GAMEDTL en echec, statut "
013100                 DT-GAMEDTL-STATUS "."
013200             MOVE "Y" TO DT-FATAL-ERROR-SWITCH
013300             MOVE 12 TO DT-RETURN-CODE
013400             GO TO 1000-EXIT
013500         END-IF
013600         OPEN OUTPUT DTLFLAT-FILE
013700         IF DT-DTLFLAT-STATUS NOT = "00"
013800             DISPLAY "Ouverture DTLFLAT en echec, statut "
013900                 DT-DTLFLAT-STATUS "."
014000             MOVE "Y" TO DT-FATAL-ERROR-SWITCH
014100             MOVE 12 TO DT-RETURN-CODE
014200             GO TO 1000-EXIT
014300         END-IF
014400     END-IF.
014500 1000-EXIT.
014600     EXIT.
014700*----------------------------------------------------------------
014800* 2000-LOAD-ONE - CHARGEMENT D'UNE LIGNE A PLAT DANS LE GAMEDTL
014900*                 INDEXE (LES DOUBLONS ET LES LIGNES HORS
015000*                 SEQUENCE SONT COMPTES ET SIGNALES, LE
015100*                 CHARGEMENT CONTINUE)
015200*----------------------------------------------------------------
015300 2000-LOAD-ONE.
015400     WRITE GAMEDTL-RECORD
015500         INVALID KEY
015600             DISPLAY "Cle en double ou hors sequence au "
015700                 "chargement : " GD-LOG-DATE " " GD-PLAYER-ID
015800                 " " GD-GAME-SEQ " " GD-GUESS-NO " - ignoree."
015900             ADD 1 TO DT-RECORDS-REJECTED
016000         NOT INVALID KEY
016100             ADD 1 TO DT-RECORDS-WRITTEN
016200     END-WRITE.
016300     IF DT-GAMEDTL-STATUS NOT = "00" AND "22" AND "21"
016400         DISPLAY "Ecriture GAMEDTL en echec, statut "
016500             DT-GAMEDTL-STATUS "."
016600         MOVE 12 TO DT-RETURN-CODE
016700         MOVE "Y" TO DT-EOF-SWITCH
016800         GO TO 2000-EXIT
016900     END-IF.
017000     PERFORM 2900-READ-DTLFLAT THRU 2900-EXIT.
017100 2000-EXIT.
017200     EXIT.
017300*----------------------------------------------------------------
017400* 2900-READ-DTLFLAT - LECTURE DE LA LIGNE A PLAT SUIVANTE
017500*                     DIRECTEMENT DANS LA ZONE GAMEDTL-RECORD
017600*----------------------------------------------------------------
017700 2900-READ-DTLFLAT.
017800     READ DTLFLAT-FILE INTO GAMEDTL-RECORD
017900         AT END
018000             MOVE "Y" TO DT-EOF-SWITCH
018100         NOT AT END
018200             ADD 1 TO DT-RECORDS-READ
018300     END-READ.
018400 2900-EXIT.
018500     EXIT.
018600*----------------------------------------------------------------
018700* 3000-UNLOAD-ONE - DECHARGEMENT D'UNE LIGNE DU GAMEDTL INDEXE
018800*                   VERS LE FICHIER A PLAT (ORDRE DES CLES)
018900*----------------------------------------------------------------
019000 3000-UNLOAD-ONE.
019100     READ GAMEDTL-FILE NEXT
019200         AT END
019300             MOVE "Y" TO DT-EOF-SWITCH
019400             GO TO 3000-EXIT
019500     END-READ.
019510     IF DT-GAMEDTL-STATUS NOT = "00"
019520         DISPLAY "Lecture GAMEDTL en echec, statut "
019530             DT-GAMEDTL-STATUS "."
019540         MOVE 12 TO DT-RETURN-CODE
019550         MOVE "Y" TO DT-EOF-SWITCH
019560         GO TO 3000-EXIT
019570     END-IF.
019600     ADD 1 TO DT-RECORDS-READ.
019700     WRITE DTLFLAT-RECORD FROM GAMEDTL-RECORD.
019800     IF DT-DTLFLAT-STATUS NOT = "00"
019900         DISPLAY "Ecriture DTLFLAT en echec, statut "
020000             DT-DTLFLAT-STATUS "."
020100         MOVE 12 TO DT-RETURN-CODE
020200         MOVE "Y" TO DT-EOF-SWITCH
020300         GO TO 3000-EXIT
020400     END-IF.
020500     ADD 1 TO DT-RECORDS-WRITTEN.
020600 3000-EXIT.
020700     EXIT.
020800*----------------------------------------------------------------
020900* 8000-PRINT-TOTALS - TOTAUX DE CONTROLE DU PASSAGE
021000*----------------------------------------------------------------
021100 8000-PRINT-TOTALS.
021200     MOVE DT-RECORDS-READ TO DT-COUNT-DISPLAY.
021300     DISPLAY "Lignes lues             : " DT-COUNT-DISPLAY.
021400     MOVE DT-RECORDS-WRITTEN TO DT-COUNT-DISPLAY.
021500     DISPLAY "Lignes ecrites          : " DT-COUNT-DISPLAY.
021600     MOVE DT-RECORDS-REJECTED TO DT-COUNT-DISPLAY.
021700     DISPLAY "Doublons ignores        : " DT-COUNT-DISPLAY.
021800     IF DT-RECORDS-REJECTED > ZERO
021900             AND DT-RETURN-CODE < 4
022000         MOVE 4 TO DT-RETURN-CODE
022100     END-IF.
022200 8000-EXIT.
022300     EXIT.
022400*----------------------------------------------------------------
022500* 9000-TERMINATE - FERMETURE DES FICHIERS ET FIN DE PROGRAMME
022600*----------------------------------------------------------------
022700 9000-TERMINATE.
022800     IF DT-GAMEDTL-STATUS = "00" OR "10" OR "21" OR "22"
022900         CLOSE GAMEDTL-FILE
023000     END-IF.
023100     IF DT-DTLFLAT-STATUS = "00" OR "10"
023200         CLOSE DTLFLAT-FILE
023300     END-IF.
023400     DISPLAY "Passage GGDTLLOD termine, code retour "
023500         DT-RETURN-CODE ".".
023600 9000-EXIT.
023700     EXIT.
