002080* 09/02/2026 DL   COLONNE EQUIPE (CODE SERVICE RO-DEPT-CODE DU
002090*                 ROSTER) AJOUTEE ENTRE LE NOM ET LA PLAGE, POUR
002095*                 LA PAGE INTRANET DU CHAMPIONNAT INTER-SERVICES.
002096* 10/15/2026 DL   COLONNE COTE EN FIN DE LIGNE : COTE ELO DU
002097*                 JOUEUR LUE DANS LE MAITRE RATING INDEXE,
002098*                 SUFFIXEE P TANT QUE LA COTE EST PROVISOIRE ;
002099*                 VIDE SI LE JOUEUR N'EST PAS COTE.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003220         ACCESS MODE IS RANDOM
003240         RECORD KEY IS RO-PLAYER-ID
003300         FILE STATUS IS XT-ROSTER-STATUS.
003310     SELECT RATING-FILE ASSIGN TO RATING
003320         ORGANIZATION IS INDEXED
003330         ACCESS MODE IS RANDOM
003340         RECORD KEY IS RA-PLAYER-ID
003350         FILE STATUS IS XT-RATING-STATUS.
003400     SELECT EXTRACT-FILE ASSIGN TO EXTRACT
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS XT-EXTRACT-STATUS.
004100 COPY GAMELOGR.
004200 FD  ROSTER-FILE.
004400 COPY ROSTERR.
004410 FD  RATING-FILE.
004420 COPY RATINGR.
004500 FD  EXTRACT-FILE.
004600 01  EXTRACT-RECORD             PIC X(80).
004700 WORKING-STORAGE SECTION.
005000*----------------------------------------------------------------
005100 01  XT-GAMELOG-STATUS          PIC X(02)  VALUE "00".
005200 01  XT-ROSTER-STATUS           PIC X(02)  VALUE "00".
005250 01  XT-RATING-STATUS           PIC X(02)  VALUE "00".
005300 01  XT-EXTRACT-STATUS          PIC X(02)  VALUE "00".
005400 01  XT-GAMELOG-EOF-SWITCH      PIC X(01)  VALUE "N".
005500     88  XT-GAMELOG-AT-END                 VALUE "Y".
005600 01  XT-ROSTER-OPENED-SWITCH    PIC X(01)  VALUE "N".
005700     88  XT-ROSTER-IS-OPENED               VALUE "Y".
005710 01  XT-RATING-OPENED-SWITCH    PIC X(01)  VALUE "N".
005720     88  XT-RATING-IS-OPENED               VALUE "Y".
005800 01  XT-FATAL-ERROR-SWITCH      PIC X(01)  VALUE "N".
005900     88  XT-FATAL-ERROR                    VALUE "Y".
006000 01  XT-PLAYER-FOUND-SWITCH     PIC X(01)  VALUE "N".
008200 01  XT-RESULT-LEN              PIC 9(03)  COMP VALUE ZERO.
008300 01  XT-FLAG-LEN                PIC 9(03)  COMP VALUE ZERO.
008400 01  XT-RESULT-FIELD            PIC X(04)  VALUE SPACES.
008410 01  XT-RATING-FIELD            PIC X(05)  VALUE SPACES.
008420 01  XT-RATING-LEN              PIC 9(03)  COMP VALUE ZERO.
008500*----------------------------------------------------------------
008600* COMPTEURS
008700*----------------------------------------------------------------
011100 1000-INITIALIZE.
011200     DISPLAY "GGEXTRAC - EXTRACTION INTRANET DU FICHIER GAMELOG".
011300     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT.
011350     PERFORM 1200-OPEN-RATING THRU 1200-EXIT.
011400     OPEN OUTPUT EXTRACT-FILE.
011500     IF XT-EXTRACT-STATUS NOT = "00"
011600         DISPLAY "Ouverture EXTRACT en echec, statut "
012000         GO TO 1000-EXIT
012100     END-IF.
012200     MOVE "DATE;IDENTIFIANT;NOM;EQUIPE;PLAGE;ESSAIS;RESULTAT;CONC
012250-         "ORDANCE;COTE" TO EXTRACT-RECORD.
012400     WRITE EXTRACT-RECORD.
012410     IF XT-EXTRACT-STATUS NOT = "00"
012420         DISPLAY "Ecriture EXTRACT en echec, statut "
014700     END-IF.
014800     MOVE "Y" TO XT-ROSTER-OPENED-SWITCH.
015200 1100-EXIT.
015210     EXIT.
015220*----------------------------------------------------------------
015230* 1200-OPEN-RATING - OUVERTURE DU MAITRE RATING INDEXE ; SANS
015240*                    LUI LA COLONNE COTE SORT A BLANC
015250*----------------------------------------------------------------
015260 1200-OPEN-RATING.
015270     OPEN INPUT RATING-FILE.
015280     IF XT-RATING-STATUS NOT = "00"
015290         DISPLAY "Fichier RATING indisponible - cotes a blanc."
015291         GO TO 1200-EXIT
015292     END-IF.
015293     MOVE "Y" TO XT-RATING-OPENED-SWITCH.
015294 1200-EXIT.
015300     EXIT.
017100*----------------------------------------------------------------
017200* 2000-EXTRACT-RECORD - CONSTRUCTION ET ECRITURE D'UNE LIGNE
018700     MOVE XT-MATCH-FLAG TO XT-TRIM-FIELD.
018800     PERFORM 2200-TRIM-FIELD THRU 2200-EXIT.
018900     MOVE XT-TRIM-LEN TO XT-FLAG-LEN.
018910     PERFORM 2300-RESOLVE-RATING THRU 2300-EXIT.
018920     MOVE XT-RATING-FIELD TO XT-TRIM-FIELD.
018930     PERFORM 2200-TRIM-FIELD THRU 2200-EXIT.
018940     MOVE XT-TRIM-LEN TO XT-RATING-LEN.
019000     MOVE SPACES TO EXTRACT-RECORD.
019100     STRING GL-LOG-DATE          DELIMITED BY SIZE
019200         ";"                     DELIMITED BY SIZE
020500         ";"                     DELIMITED BY SIZE
020600         XT-MATCH-FLAG (1:XT-FLAG-LEN)
020700                                 DELIMITED BY SIZE
020710         ";"                     DELIMITED BY SIZE
020720         XT-RATING-FIELD (1:XT-RATING-LEN)
020730                                 DELIMITED BY SIZE
020800         INTO EXTRACT-RECORD.
020900     WRITE EXTRACT-RECORD.
021000     IF XT-EXTRACT-STATUS NOT = "00"
026500     END-IF.
026600 2210-EXIT.
026700     EXIT.
026701*----------------------------------------------------------------
026702* 2300-RESOLVE-RATING - LECTURE DIRECTE DE LA COTE DU JOUEUR
026703*                       DANS LE MAITRE RATING (SUFFIXE P SI
026704*                       PROVISOIRE), A BLANC SI NON COTE
026705*----------------------------------------------------------------
026706 2300-RESOLVE-RATING.
026707     MOVE SPACES TO XT-RATING-FIELD.
026708     IF XT-RATING-IS-OPENED
026709         MOVE GL-PLAYER-ID TO RA-PLAYER-ID
026710         READ RATING-FILE
026711             INVALID KEY
026712                 CONTINUE
026713             NOT INVALID KEY
026714                 MOVE RA-RATING TO XT-RATING-FIELD (1:4)
026715                 IF RA-PROVISIONAL
026716                     MOVE "P" TO XT-RATING-FIELD (5:1)
026717                 END-IF
026718         END-READ
026719     END-IF.
026720 2300-EXIT.
026721     EXIT.
026800*----------------------------------------------------------------
026900* 2900-READ-GAMELOG - LECTURE DE LA PARTIE SUIVANTE
027000*----------------------------------------------------------------
029610     IF XT-ROSTER-IS-OPENED
029620         CLOSE ROSTER-FILE
029630     END-IF.
029640     IF XT-RATING-IS-OPENED
029650         CLOSE RATING-FILE
029660     END-IF.
029700     IF XT-EXTRACT-STATUS = "00"
029800         CLOSE EXTRACT-FILE
029900     END-IF.
