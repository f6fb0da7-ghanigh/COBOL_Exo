002200*                 EST CREE AVEC LE SEUL ENTETE. UN FICHIER DE
002300*                 PLUS DE 20 ENREGISTREMENTS N'EST PAS REECRIT
002400*                 (RC 12) POUR NE JAMAIS LE TRONQUER.
002410* 10/15/2026 DL   ENTETE "H" REECRIT A PARTIR DE L'ANCIEN : LE
002420*                 CODE SITE ET LA LISTE DES SITES DONT LE FLUX EST
002430*                 ATTENDU (SITE CENTRAL) SONT CONSERVES. MOTS
002440*                 OPTIONNELS APRES LA DATE : 'SITE SS' FIXE LE
002450*                 CODE DU SITE, 'FEEDS S1 S2 ...' (4 SITES AU
002460*                 PLUS) REMPLACE LA LISTE DES FLUX ATTENDUS
002470*                 ('FEEDS' SEUL LA VIDE).
002474* 10/15/2026 DL   AU CHANGEMENT DE MOIS, LA NOUVELLE DATE N'EST
002478*                 ACCEPTEE QUE SI LE CALENDRIER DU CONCOURS DU
002482*                 MOIS A ETE VALIDE PAR GGCALEND (ENREGISTREMENT
002486*                 "GGCALEND" DU MOIS, EQUILIBRE) ; SINON RC 8 ET
002490*                 RUNCTL N'EST PAS REECRIT.
002491* 10/15/2026 DL   MOT OPTIONNEL 'CKEY NNNNNNNN' APRES LA DATE :
002492*                 CLE DU DEFI DU JOUR (8 CHIFFRES, NON NULLE),
002493*                 ECRITE DANS L'ENTETE ET CONSERVEE ENSUITE. LA
002494*                 VALEUR N'EST JAMAIS AFFICHEE ; UNE CLE ABSENTE
002495*                 EST SIGNALEE AU PUPITRE.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
005100*----------------------------------------------------------------
005200* NOUVELLE DATE DE GESTION (PARM : 'TODAY' OU AAAAMMJJ)
005300*----------------------------------------------------------------
005400 01  RD-PARM-DATA               PIC X(40)  VALUE SPACES.
005500 01  RD-PARM-DATE-TOK           PIC X(08)  VALUE SPACES.
005510 01  RD-PARM-KEY-TOK            PIC X(08)  VALUE SPACES.
005520     88  RD-PARM-KEY-SITE                  VALUE "SITE".
005530     88  RD-PARM-KEY-FEEDS                 VALUE "FEEDS".
005534     88  RD-PARM-KEY-CKEY                  VALUE "CKEY".
005538 01  RD-PARM-CKEY-TOK           PIC X(08)  VALUE SPACES.
005540 01  RD-PARM-SITE-TABLE.
005550     05  RD-PARM-SITE-TOK  OCCURS 4 TIMES  PIC X(02).
005560*----------------------------------------------------------------
005570* ANCIEN ENTETE "H" (CODE SITE ET FLUX ATTENDUS CONSERVES)
005580*----------------------------------------------------------------
005590 01  RD-OLD-HEADER              PIC X(80)  VALUE SPACES.
005600 01  RD-NEW-DATE                PIC 9(08)  VALUE ZERO.
005700 01  RD-OLD-DATE                PIC 9(08)  VALUE ZERO.
005710 01  RD-CAL-SUB                 PIC 9(03)  COMP VALUE ZERO.
005800*----------------------------------------------------------------
005900* ENREGISTREMENTS "P" CONSERVES TELS QUELS
006000*----------------------------------------------------------------
008600     DISPLAY "GGRUNDT - AVANCE DE LA DATE DE GESTION RUNCTL".
008700     ACCEPT RD-PARM-DATA FROM COMMAND-LINE.
008800     UNSTRING RD-PARM-DATA DELIMITED BY SPACE
008900         INTO RD-PARM-DATE-TOK RD-PARM-KEY-TOK
008910              RD-PARM-SITE-TOK (1) RD-PARM-SITE-TOK (2)
008920              RD-PARM-SITE-TOK (3) RD-PARM-SITE-TOK (4).
008930     IF RD-PARM-KEY-TOK NOT = SPACES
008940             AND NOT RD-PARM-KEY-SITE
008950             AND NOT RD-PARM-KEY-FEEDS
008952             AND NOT RD-PARM-KEY-CKEY
008954         DISPLAY "PARM invalide : SITE, FEEDS ou CKEY attendu "
008956             "apres la date."
008958         MOVE "Y" TO RD-FATAL-ERROR-SWITCH
008960         MOVE 8 TO RD-RETURN-CODE
008962         GO TO 1000-EXIT
008964     END-IF.
008966*    LA CLE DU DEFI TIENT SUR 8 CHIFFRES : ELLE EST RELUE DANS UN
008968*    MOT A PART (LES MOTS SITE ET FEEDS N'EN PRENNENT QUE DEUX).
008970     IF RD-PARM-KEY-CKEY
008972         UNSTRING RD-PARM-DATA DELIMITED BY SPACE
008974             INTO RD-PARM-DATE-TOK RD-PARM-KEY-TOK
008976                  RD-PARM-CKEY-TOK
008978         IF RD-PARM-CKEY-TOK IS NOT NUMERIC
008980                 OR RD-PARM-CKEY-TOK = "00000000"
008982             DISPLAY "PARM invalide : cle du defi de 8 chiffres "
008984                 "non nulle attendue apres CKEY."
008986             MOVE "Y" TO RD-FATAL-ERROR-SWITCH
008988             MOVE 8 TO RD-RETURN-CODE
008990             GO TO 1000-EXIT
008992         END-IF
008999     END-IF.
009000     EVALUATE TRUE
009100         WHEN RD-PARM-DATE-TOK = "TODAY"
009200             ACCEPT RD-NEW-DATE FROM DATE YYYYMMDD
010100             GO TO 1000-EXIT
010200     END-EVALUATE.
010300     PERFORM 1100-LOAD-RUNCTL THRU 1100-EXIT.
010310     IF NOT RD-FATAL-ERROR
010320         PERFORM 1200-CHECK-CALENDAR THRU 1200-EXIT
010330     END-IF.
010400 1000-EXIT.
010500     EXIT.
010600*----------------------------------------------------------------
014900     END-READ.
015000     IF RC-HEADER-REC
015100         MOVE RC-BUSINESS-DATE TO RD-OLD-DATE
015150         MOVE RUNCTL-RECORD TO RD-OLD-HEADER
015200         GO TO 1110-EXIT
015300     END-IF.
015400     IF RD-RC-COUNT = 20
015700     END-IF.
015800     ADD 1 TO RD-RC-COUNT.
015900     MOVE RUNCTL-RECORD TO RD-RC-IMAGE (RD-RC-COUNT).
015910     IF RC-PROGRAM-NAME = "GGCALEND"
015920         MOVE RD-RC-COUNT TO RD-CAL-SUB
015930     END-IF.
016000 1110-EXIT.
016100     EXIT.
016102*----------------------------------------------------------------
016104* 1200-CHECK-CALENDAR - CHANGEMENT DE MOIS : LE CALENDRIER DU
016106*                       NOUVEAU MOIS DOIT AVOIR ETE VALIDE PAR
016108*                       GGCALEND (TAMPON DU MOIS, EQUILIBRE).
016110*                       PAS DE CONTROLE AU PREMIER PASSAGE
016112*----------------------------------------------------------------
016114 1200-CHECK-CALENDAR.
016116     IF RD-OLD-DATE = ZERO
016118             OR RD-NEW-DATE (1:6) NOT > RD-OLD-DATE (1:6)
016120         GO TO 1200-EXIT
016122     END-IF.
016124     IF RD-CAL-SUB = ZERO
016126         DISPLAY "Nouveau mois " RD-NEW-DATE (1:6)
016128             " refuse : calendrier jamais valide par GGCALEND."
016130         MOVE "Y" TO RD-FATAL-ERROR-SWITCH
016132         MOVE 8 TO RD-RETURN-CODE
016134         GO TO 1200-EXIT
016136     END-IF.
016138     MOVE RD-RC-IMAGE (RD-CAL-SUB) TO RUNCTL-RECORD.
016140     IF RC-LAST-RUN-DATE (1:6) NOT = RD-NEW-DATE (1:6)
016142             OR NOT RC-RUN-BALANCED
016144         DISPLAY "Nouveau mois " RD-NEW-DATE (1:6)
016146             " refuse : calendrier du mois non valide (GGCALEND"
016148             " " RC-LAST-RUN-DATE (1:6) " top " RC-BALANCED-FLAG
016150             ")."
016152         MOVE "Y" TO RD-FATAL-ERROR-SWITCH
016154         MOVE 8 TO RD-RETURN-CODE
016156         GO TO 1200-EXIT
016158     END-IF.
016160     DISPLAY "Calendrier du mois " RD-NEW-DATE (1:6)
016162         " valide par GGCALEND.".
016164 1200-EXIT.
016166     EXIT.
016200*----------------------------------------------------------------
016300* 3000-REWRITE-RUNCTL - REECRITURE DU FICHIER : ENTETE A LA
016400*                       NOUVELLE DATE PUIS ENREGISTREMENTS "P"
017200         MOVE 12 TO RD-RETURN-CODE
017300         GO TO 3000-EXIT
017400     END-IF.
017500     MOVE RD-OLD-HEADER TO RUNCTL-RECORD.
017600     MOVE "H" TO RC-RECORD-TYPE.
017700     MOVE RD-NEW-DATE TO RC-BUSINESS-DATE.
017710     IF RD-PARM-KEY-SITE
017720         MOVE RD-PARM-SITE-TOK (1) TO RC-SITE-CODE
017730     END-IF.
017740     IF RD-PARM-KEY-FEEDS
017750         MOVE RD-PARM-SITE-TABLE TO RC-FEED-SITES
017760     END-IF.
017770     IF RD-PARM-KEY-CKEY
017780         MOVE RD-PARM-CKEY-TOK TO RC-CHALLENGE-KEY
017790     END-IF.
017800     WRITE RUNCTL-IO-AREA FROM RUNCTL-RECORD.
017900     IF RD-RUNCTL-STATUS NOT = "00"
018000         DISPLAY "Ecriture RUNCTL en echec, statut "
018800     CLOSE RUNCTL-FILE.
018900     DISPLAY "Date de gestion : " RD-OLD-DATE " -> "
019000         RD-NEW-DATE ".".
019010     DISPLAY "Site : " RC-SITE-CODE "  flux attendus : "
019020         RC-FEED-SITE (1) " " RC-FEED-SITE (2) " "
019030         RC-FEED-SITE (3) " " RC-FEED-SITE (4).
019035*    LA CLE DU DEFI N'EST JAMAIS AFFICHEE, SEULE SA PRESENCE.
019040     IF RC-CHALLENGE-KEY IS NUMERIC
019045         IF RC-CHALLENGE-KEY > ZERO
019050             DISPLAY "Cle du defi : presente."
019055             GO TO 3000-EXIT
019060         END-IF
019065     END-IF.
019070     DISPLAY "Cle du defi : ABSENTE - GUESSGAME refusera les "
019075         "jours de defi (PARM CKEY).".
019100 3000-EXIT.
019200     EXIT.
019300*----------------------------------------------------------------
