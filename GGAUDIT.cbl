002099*                 REJEU VOLONTAIRE PAR PARM 'FORCE' (TRACE). LE
002101*                 PASSAGE PROPRE TAMPONNE SA DATE, SON COMPTEUR
002102*                 ET LE TOP EQUILIBRE POUR LES STEPS SUIVANTS.
002104* 10/15/2026 DL   ENREGISTREMENT GAMELOG PORTE A 37 OCTETS (HEURE
002106*                 DE FIN DE PARTIE ET TOP DEFI DU JOUR) : CLEANLOG
002108*                 ET IMAGE DE CONTROLE ALIGNES.
002109* 10/15/2026 DL   IDENTIFIANT DE DUEL (GL-DUEL-ID) : GAMELOG A 45
002114*                 OCTETS, CLEANLOG ET IMAGE DE CONTROLE ALIGNES.
002119* 10/15/2026 DL   CODE SITE (GL-SITE-CODE) : GAMELOG A 47 OCTETS,
002124*                 CLEANLOG ET IMAGE DE CONTROLE ALIGNES. AU SITE
002129*                 CENTRAL, LA DATE DE GESTION N'EST PAS DECLAREE
002134*                 EQUILIBREE DANS RUNCTL TANT QUE LE FLUX D'UN
002139*                 DES SITES ATTENDUS (ENTETE RUNCTL) N'A PAS ETE
002144*                 INTEGRE PAR GGCONSOL POUR CETTE DATE (RC 4,
002149*                 PARM FORCE SANS EFFET SUR CE CONTROLE) ; UN
002154*                 PASSAGE AINSI TAMPONNE NON EQUILIBRE PEUT ETRE
002159*                 REPRIS SANS FORCE A L'ARRIVEE DU FLUX.
002164* 10/15/2026 DL   LE PASSAGE REFUSE FAUTE DE FLUX EST TAMPONNE
002169*                 AVEC LE TOP "F" : SEUL CE PASSAGE SE REPREND
002174*                 SANS FORCE. TOUT AUTRE PASSAGE DEJA TAMPONNE
002179*                 POUR LA DATE EXIGE TOUJOURS FORCE.
002184*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
004700 COPY ROSTERR.
004800 FD  CLEANLOG-FILE
004900     RECORDING MODE IS F.
005000 01  CLEANLOG-RECORD            PIC X(47).
005100 FD  EXCEPTS-FILE
005200     RECORDING MODE IS F.
005300 COPY EXCEPTR.
008300     05  AU-GI-RESULT           PIC X(04).
008350     05  AU-GI-MAX-NUMBER       PIC X(03).
008360     05  AU-GI-EVENT-FLAG       PIC X(01).
008370     05  AU-GI-LOG-TIME         PIC X(06).
008380     05  AU-GI-CHALLENGE-FLAG   PIC X(01).
008390     05  AU-GI-DUEL-ID          PIC X(08).
008395     05  AU-GI-SITE-CODE        PIC X(02).
008400*----------------------------------------------------------------
008500* MOTIF DE REJET DE L'ENREGISTREMENT EN COURS
008600*----------------------------------------------------------------
010610*----------------------------------------------------------------
010620* PILOTAGE PAR LE FICHIER RUNCTL (DATE DE GESTION, DERNIERS
010630* PASSAGES PAR PROGRAMME) ET REJEU VOLONTAIRE PAR PARM FORCE
010631*----------------------------------------------------------------
010632 01  AU-RUNCTL-STATUS           PIC X(02)  VALUE "00".
010633 01  AU-RUNCTL-EOF-SWITCH       PIC X(01)  VALUE "N".
010634     88  AU-RUNCTL-AT-END                  VALUE "Y".
010635 01  AU-RUNCTL-PRESENT-SWITCH   PIC X(01)  VALUE "N".
010636     88  AU-RUNCTL-PRESENT                 VALUE "Y".
010637 01  AU-FORCED-RUN-SWITCH       PIC X(01)  VALUE "N".
010638     88  AU-FORCED-RUN                     VALUE "Y".
010639 01  AU-BALANCED-SWITCH         PIC X(01)  VALUE "N".
010640     88  AU-RUN-IS-BALANCED                VALUE "Y".
010641     88  AU-RUN-FEED-PENDING               VALUE "F".
010650 01  AU-BUSINESS-DATE           PIC 9(08)  VALUE ZERO.
010651 01  AU-PARM-DATA               PIC X(20)  VALUE SPACES.
010652 01  AU-PARM-WORD-1             PIC X(08)  VALUE SPACES.
010658         10  AU-RC-IMAGE        PIC X(80).
010659 01  AU-RUNCTL-OVFL-SWITCH      PIC X(01)  VALUE "N".
010660     88  AU-RUNCTL-OVERFLOW                VALUE "Y".
010661*----------------------------------------------------------------
010662* SITES DONT LE FLUX QUOTIDIEN EST ATTENDU (ENTETE RUNCTL DU SITE
010663* CENTRAL) ET CONTROLE DE LEUR INTEGRATION PAR GGCONSOL POUR LA
010664* DATE DE GESTION
010665*----------------------------------------------------------------
010666 01  AU-FEED-SITE-TABLE.
010667     05  AU-FEED-SITE   OCCURS 4 TIMES  PIC X(02).
010668 01  AU-FEED-I                  PIC 9(03)  COMP VALUE ZERO.
010669 01  AU-FEED-SCAN-I             PIC 9(03)  COMP VALUE ZERO.
010672 01  AU-FEED-PROGRAM.
010675     05  FILLER                 PIC X(06)  VALUE "GGCONS".
010678     05  AU-FEED-PROGRAM-SITE   PIC X(02)  VALUE SPACES.
010681 01  AU-FEED-FOUND-SWITCH       PIC X(01)  VALUE "N".
010684     88  AU-FEED-FOUND                     VALUE "Y".
010687 01  AU-FEED-MISSING-SWITCH     PIC X(01)  VALUE "N".
010690     88  AU-FEED-MISSING                   VALUE "Y".
010693 COPY RUNCTLR.
010700 PROCEDURE DIVISION.
010800*----------------------------------------------------------------
010900* 0000-MAINLINE - ENCHAINEMENT PRINCIPAL DU PROGRAMME
015830*                     GESTION DEJA TAMPONNEE, SAUF PARM FORCE.
015840*                     UN FICHIER ABSENT LAISSE LA CHAINE NON
015850*                     CONTROLEE (MISE EN PLACE).
015851*----------------------------------------------------------------
015852 1090-CHECK-RUNCTL.
015853     OPEN INPUT RUNCTL-FILE.
015854     IF AU-RUNCTL-STATUS NOT = "00"
015855         DISPLAY "Fichier RUNCTL absent - enchainement non "
015856             "controle."
015857         GO TO 1090-EXIT
015858     END-IF.
015859     MOVE "Y" TO AU-RUNCTL-PRESENT-SWITCH.
015860     PERFORM 1091-READ-RUNCTL THRU 1091-EXIT
015861         UNTIL AU-RUNCTL-AT-END.
015862     CLOSE RUNCTL-FILE.
015863     IF AU-BUSINESS-DATE = ZERO
015864         DISPLAY "RUNCTL sans date de gestion - enchainement "
015865             "non controle."
015866         MOVE "N" TO AU-RUNCTL-PRESENT-SWITCH
015867         GO TO 1090-EXIT
015868     END-IF.
015869     DISPLAY "Date de gestion RUNCTL : " AU-BUSINESS-DATE.
015870     PERFORM 1095-CHECK-FEEDS THRU 1095-EXIT.
015871     IF AU-RC-SELF-SUB = ZERO
015872         GO TO 1090-EXIT
015873     END-IF.
015874     MOVE AU-RC-IMAGE (AU-RC-SELF-SUB) TO RUNCTL-RECORD.
015875*    SEUL UN PASSAGE TAMPONNE EN ATTENTE D'UN FLUX DE SITE (TOP
015876*    "F") SE REPREND SANS FORCE A L'ARRIVEE DU FLUX.
015877     IF RC-LAST-RUN-DATE = AU-BUSINESS-DATE
015878             AND NOT RC-RUN-FEED-PENDING
015879         IF AU-FORCED-RUN
015880             DISPLAY "Date de gestion deja auditee - rejeu "
015881                 "force accepte."
015907     MOVE RUNCTL-RECORD TO AU-RC-IMAGE (AU-RC-COUNT).
015908     IF RC-HEADER-REC
015909         MOVE RC-BUSINESS-DATE TO AU-BUSINESS-DATE
015910         MOVE RC-FEED-SITES TO AU-FEED-SITE-TABLE
015911     ELSE
015912         IF RC-PROGRAM-NAME = "GGAUDIT "
015913             MOVE AU-RC-COUNT TO AU-RC-SELF-SUB
015914         END-IF
015915     END-IF.
015916 1091-EXIT.
015917     EXIT.
015918*----------------------------------------------------------------
015919* 1095-CHECK-FEEDS - SITE CENTRAL : CHAQUE SITE ATTENDU DOIT AVOIR
015920*                    SON FLUX DE LA DATE DE GESTION INTEGRE PAR
015921*                    GGCONSOL (ENREGISTREMENT "GGCONS" + SITE),
015922*                    SANS QUOI LA DATE NE SERA PAS DECLAREE
015923*                    EQUILIBREE
015924*----------------------------------------------------------------
015925 1095-CHECK-FEEDS.
015926     MOVE ZERO TO AU-FEED-I.
015927     PERFORM 1096-CHECK-ONE-FEED THRU 1096-EXIT
015928         UNTIL AU-FEED-I >= 4.
015929 1095-EXIT.
015930     EXIT.
015931*----------------------------------------------------------------
015932* 1096-CHECK-ONE-FEED - RECHERCHE DU TAMPON D'INTEGRATION D'UN
015933*                       SITE ATTENDU DANS LES IMAGES RUNCTL
015934*----------------------------------------------------------------
015935 1096-CHECK-ONE-FEED.
015936     ADD 1 TO AU-FEED-I.
015937     IF AU-FEED-SITE (AU-FEED-I) = SPACES
015938         GO TO 1096-EXIT
015939     END-IF.
015940     MOVE AU-FEED-SITE (AU-FEED-I) TO AU-FEED-PROGRAM-SITE.
015941     MOVE "N" TO AU-FEED-FOUND-SWITCH.
015942     MOVE ZERO TO AU-FEED-SCAN-I.
015943     PERFORM 1097-SCAN-ONE-IMAGE THRU 1097-EXIT
015944         UNTIL AU-FEED-SCAN-I >= AU-RC-COUNT
015945             OR AU-FEED-FOUND.
015946     IF NOT AU-FEED-FOUND
015947         DISPLAY "Flux du site " AU-FEED-SITE (AU-FEED-I)
015948             " non integre pour le " AU-BUSINESS-DATE
015949             " - date non declaree equilibree."
015950         MOVE "Y" TO AU-FEED-MISSING-SWITCH
015951     END-IF.
015952 1096-EXIT.
015953     EXIT.
015954*----------------------------------------------------------------
015955* 1097-SCAN-ONE-IMAGE - UNE IMAGE RUNCTL : TAMPON GGCONSOL DU SITE
015956*                       POUR LA DATE DE GESTION
015957*----------------------------------------------------------------
015958 1097-SCAN-ONE-IMAGE.
015959     ADD 1 TO AU-FEED-SCAN-I.
015960     MOVE AU-RC-IMAGE (AU-FEED-SCAN-I) TO RUNCTL-RECORD.
015961     IF RC-PROGRAM-REC
015962             AND RC-PROGRAM-NAME = AU-FEED-PROGRAM
015963             AND RC-LAST-RUN-DATE = AU-BUSINESS-DATE
015964             AND RC-RUN-BALANCED
015965         MOVE "Y" TO AU-FEED-FOUND-SWITCH
015966     END-IF.
015967 1097-EXIT.
015968     EXIT.
015969*----------------------------------------------------------------
015970* 1100-LOAD-ROSTER - OUVERTURE DU FICHIER ROSTER INDEXE ; UN
016000*                    ROSTER ABSENT OU VIDE EST UN PROBLEME DE
016100*                    CONFIGURATION (IMPOSSIBLE DE CONTROLER LES
016200*                    JOUEURS). LE FICHIER RESTE OUVERT POUR LES
030820             AND NOT AU-FATAL-ERROR
030830         MOVE "Y" TO AU-BALANCED-SWITCH
030840     END-IF.
030850*    UN FLUX DE SITE MANQUANT INTERDIT L'EQUILIBRE DE LA DATE,
030855*    MEME EN PASSAGE FORCE : LES ETAPES SUIVANTES ATTENDENT. LE
030860*    TOP "F" PERMET DE REPRENDRE LA DATE A L'ARRIVEE DU FLUX.
030865     IF AU-FEED-MISSING AND AU-RUN-IS-BALANCED
030870         DISPLAY "Flux de site manquant - date de gestion non "
030875             "declaree equilibree."
030880         MOVE "F" TO AU-BALANCED-SWITCH
030892         IF AU-RETURN-CODE < 4
030893             MOVE 4 TO AU-RETURN-CODE
030894         END-IF
030895     END-IF.
030900 8000-EXIT.
031000     EXIT.
031100*----------------------------------------------------------------
