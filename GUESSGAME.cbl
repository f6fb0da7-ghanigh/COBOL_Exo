009676*                 PASSAGE BATCH PROPRE TAMPONNE SA DATE ET LE
009678*                 NOMBRE DE PARTIES HISTORISEES. UN FICHIER
009680*                 ABSENT LAISSE LE JEU NON CONTROLE.
009682* 10/15/2026 DL   LES LIGNES GAMEDTL JOUEES APRES UNE REPRISE
009684*                 SUR POINT DE REPRISE PORTENT LE TOP "R"
009686*                 (GD-RESUME-FLAG) : UNE PARTIE INTERROMPUE PUIS
009688*                 REPRISE N'EST PLUS INVISIBLE POUR LE CONTROLE
009690*                 DES PARTIES SUSPECTES (GGSUSPCT).
009691* 10/15/2026 DL   DEFI DU JOUR (CA-CHALLENGE-FLAG "C") : NOMBRE
009692*                 MYSTERE TIRE A PARTIR DE LA DATE DE GESTION,
009693*                 LE MEME POUR TOUS EN INTERACTIF, BATCH ET
009694*                 TOURNOI, REGLAGES DU CALENDRIER NON
009695*                 SURCHARGEABLES PAR PARM ; UNE DEUXIEME PARTIE
009696*                 DU JOUEUR CE JOUR-LA EST REFUSEE (RC 4). HEURE
009697*                 DE FIN ET TOP DEFI REPORTES DANS GAMELOG ET
009698*                 GAMEDTL POUR LE CLASSEMENT GGCHALNG. LE DUEL
009699*                 RESTE HORS DEFI.
009704* 10/15/2026 DL   IDENTIFIANT DE DUEL (HEURE HHMMSSCC DU DEBUT DU
009709*                 DUEL) REPORTE DANS GL-DUEL-ID DES DEUX
009714*                 ENREGISTREMENTS GAMELOG DU DUEL, POUR LEUR
009719*                 APPARIEMENT PAR LA COTE ELO (GGRATING).
009724* 10/15/2026 DL   CODE SITE DE L'ENTETE RUNCTL REPORTE DANS
009729*                 GL-SITE-CODE ET GD-SITE-CODE (CONSOLIDATION
009734*                 DES DEUX SITES PAR GGCONSOL).
009739* 10/15/2026 DL   GAMEDTL INDEXE (CLE DATE, JOUEUR, NUMERO DE
009744*                 PARTIE, NUMERO DE PROPOSITION) : LE PROCHAIN
009749*                 NUMERO DE PARTIE EST LU DIRECTEMENT SUR LA CLE
009754*                 DU JOUEUR DU JOUR (2810) AU LIEU DE RELIRE TOUT
009759*                 LE FICHIER AU LANCEMENT ; FIN DE LA TABLE DE
009764*                 NUMEROTATION LIMITEE A 100 JOUEURS PAR JOUR.
009765* 10/15/2026 DL   NOMBRE DU DEFI DU JOUR AMORCE AVEC LA DATE DE
009766*                 GESTION ET LA CLE DU DEFI DE L'ENTETE RUNCTL
009767*                 (GGRUNDT PARM CKEY) ; JOUR DE DEFI REFUSE (RC 8)
009768*                 SI RUNCTL EST PRESENT SANS CLE.
009769*----------------------------------------------------------------
009800 ENVIRONMENT DIVISION.
009900 CONFIGURATION SECTION.
010000 SOURCE-COMPUTER. IBM-370.
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS DL100-GUESSES-STATUS.
011600     SELECT GAMEDTL-FILE ASSIGN TO GAMEDTL
011700         ORGANIZATION IS INDEXED
011710         ACCESS MODE IS DYNAMIC
011720         RECORD KEY IS GD-KEY
011800         FILE STATUS IS DL100-GAMEDTL-STATUS.
011900     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
012000         ORGANIZATION IS SEQUENTIAL
013200 COPY RESTARTR.
013300 FD  GUESSES-FILE.
013400 COPY GUESSESR.
013500 FD  GAMEDTL-FILE.
013700 COPY GAMEDTLR.
013800 FD  CALENDAR-FILE
013900     RECORDING MODE IS F.
017600*----------------------------------------------------------------
017700 01  DL100-GAMELOG-STATUS       PIC X(02)  VALUE "00".
017800 01  DL100-CURRENT-DATE         PIC 9(08)  VALUE ZERO.
017820 01  DL100-TIME-OF-DAY          PIC 9(08)  VALUE ZERO.
017840 01  FILLER REDEFINES DL100-TIME-OF-DAY.
017860     05  DL100-TIME-HHMMSS      PIC 9(06).
017880     05  FILLER                 PIC 9(02).
017900*----------------------------------------------------------------
018000* ZONES POUR LE JOUEUR ET LE FICHIER ROSTER
018100*----------------------------------------------------------------
023200         10  DL100-DU-HAS-PREV     PIC X(01).
023300         10  DL100-DU-RESULT       PIC X(04).
023400         10  DL100-DU-GAME-SEQ     PIC 9(03).
023450 01  DL100-DUEL-ID              PIC 9(08)  VALUE ZERO.
023500*----------------------------------------------------------------
023600* ZONES POUR LE CALENDRIER DU CONCOURS (FICHIER CALENDAR)
023700*----------------------------------------------------------------
024300 01  DL100-EVENT-FLAG           PIC X(01)  VALUE "N".
024400     88  DL100-DOUBLE-POINTS-DAY            VALUE "D".
024500 01  DL100-EVENT-TITLE          PIC X(30)  VALUE SPACES.
024501 01  DL100-CHALLENGE-SW         PIC X(01)  VALUE "N".
024502     88  DL100-CHALLENGE-DAY                VALUE "Y".
024503 01  DL100-CHALLENGE-NUMBER     PIC 9(03)  VALUE ZERO.
024504 01  DL100-CHAL-REFUSED-SW      PIC X(01)  VALUE "N".
024505     88  DL100-CHALLENGE-REFUSED            VALUE "Y".
024510*----------------------------------------------------------------
024520* PILOTAGE PAR LE FICHIER RUNCTL (DATE DE GESTION ET DERNIERS
024530* PASSAGES PAR PROGRAMME) - LE JEU NE FAIT QUE CONSOMMER LA
024540* DATE DE GESTION ET TAMPONNER SON PASSAGE BATCH
024542*----------------------------------------------------------------
024544 01  DL100-RUNCTL-STATUS        PIC X(02)  VALUE "00".
024546 01  DL100-RUNCTL-EOF-SW        PIC X(01)  VALUE "N".
024548     88  DL100-RUNCTL-AT-END               VALUE "Y".
024550 01  DL100-RUNCTL-PRESENT-SW    PIC X(01)  VALUE "N".
024552     88  DL100-RUNCTL-PRESENT              VALUE "Y".
024554 01  DL100-BUSINESS-DATE        PIC 9(08)  VALUE ZERO.
024556 01  DL100-SITE-CODE            PIC X(02)  VALUE SPACES.
024557 01  DL100-RUNCTL-COUNT         PIC 9(03)  COMP VALUE ZERO.
024558 01  DL100-RUNCTL-SELF-SUB      PIC 9(03)  COMP VALUE ZERO.
024559 01  DL100-LOG-WRITE-COUNT      PIC 9(07)  VALUE ZERO.
024563         10  DL100-RUNCTL-IMAGE PIC X(80).
024564 01  DL100-RUNCTL-OVFL-SW       PIC X(01)  VALUE "N".
024565     88  DL100-RUNCTL-OVERFLOW              VALUE "Y".
024569 01  DL100-CHALLENGE-KEY        PIC 9(08)  VALUE ZERO.
024570 COPY RUNCTLR.
024600*----------------------------------------------------------------
024700* CODE RETOUR POUR L'ORDONNANCEUR (0/4/8/12, LE PIRE L'EMPORTE)
026900 01  DL100-GAMEDTL-EOF-SW       PIC X(01)  VALUE "N".
027000     88  DL100-GAMEDTL-AT-END               VALUE "Y".
027100*----------------------------------------------------------------
027200* NUMEROS DE PARTIE PAR JOUEUR ET PAR JOUR : LE DERNIER NUMERO
027300* DU JOUEUR POUR LA DATE EST LU SUR LA CLE DE GAMEDTL (2810),
027400* POUR QUE DEUX PASSAGES D'UN MEME JOUEUR LE MEME JOUR RESTENT
027500* SELECTIONNABLES SEPAREMENT DANS GGREPLAY.
027600*----------------------------------------------------------------
027700 01  DL100-LAST-SEQ             PIC 9(03)  VALUE ZERO.
027800 01  DL100-CHAL-PLAYED-SW       PIC X(01)  VALUE "N".
027900     88  DL100-CHALLENGE-PLAYED             VALUE "Y".
028400*----------------------------------------------------------------
028500* ZONES POUR LES INDICES PLUS CHAUD / PLUS FROID
028600*----------------------------------------------------------------
031400             END-IF
031500             IF DL100-GAME-OVER NOT = "Y"
031600                 PERFORM 2800-ASSIGN-GAME-SEQ THRU 2800-EXIT
031620                 PERFORM 2820-CHECK-CHALLENGE-ENTRY
031640                     THRU 2820-EXIT
031700             END-IF
031800             PERFORM 2000-PLAY-GAME THRU 2000-EXIT
031900                 UNTIL DL100-GAME-OVER = "Y"
035400         IF DL100-DOUBLE-POINTS-DAY
035500             DISPLAY "Journee double points !"
035600         END-IF
035620         IF DL100-CHALLENGE-DAY
035640             DISPLAY "Defi du jour : meme nombre pour tous, "
035660                 "une seule partie par joueur."
035680         END-IF
035700         MOVE DL100-MAX-NUMBER TO DL100-MAX-NUMBER-EDIT
035800         DISPLAY "Je pense a un nombre entre 1 et "
035900             DL100-MAX-NUMBER-EDIT "..."
036900         PERFORM 9100-RAISE-RC THRU 9100-EXIT
037000         MOVE "Y" TO DL100-GAME-OVER
037100     END-IF.
037300     OPEN I-O GAMEDTL-FILE.
037400     IF DL100-GAMEDTL-STATUS = "35" OR "05"
037500         OPEN OUTPUT GAMEDTL-FILE
037520         CLOSE GAMEDTL-FILE
037540         OPEN I-O GAMEDTL-FILE
037600     END-IF.
037700     IF DL100-GAMEDTL-STATUS NOT = "00"
037800         DISPLAY "Ouverture GAMEDTL en echec, statut "
038100         PERFORM 9100-RAISE-RC THRU 9100-EXIT
038200         MOVE "Y" TO DL100-GAME-OVER
038300     END-IF.
038350     IF DL100-CHALLENGE-DAY
038400         PERFORM 1058-DRAW-CHALLENGE THRU 1058-EXIT
038450     END-IF.
038500     IF NOT DL100-RESUMED-GAME
038550         IF DL100-CHALLENGE-DAY
038600             MOVE DL100-CHALLENGE-NUMBER TO DL100-MYSTERY-NUMBER
038650         ELSE
038700             ACCEPT DL100-RANDOM-SEED FROM TIME
038750             COMPUTE DL100-MYSTERY-NUMBER =
038800                 (FUNCTION RANDOM(DL100-RANDOM-SEED)
038850                     * DL100-MAX-NUMBER) + 1
038900         END-IF
038950     END-IF.
039000 1000-EXIT.
039100     EXIT.
039200*----------------------------------------------------------------
040647         TO DL100-RUNCTL-IMAGE (DL100-RUNCTL-COUNT).
040648     IF RC-HEADER-REC
040649         MOVE RC-BUSINESS-DATE TO DL100-BUSINESS-DATE
040654         MOVE RC-SITE-CODE TO DL100-SITE-CODE
040655         IF RC-CHALLENGE-KEY IS NUMERIC
040656             MOVE RC-CHALLENGE-KEY TO DL100-CHALLENGE-KEY
040657         END-IF
040659     ELSE
040664         IF RC-PROGRAM-NAME = "GUESSGAM"
040669             MOVE DL100-RUNCTL-COUNT TO DL100-RUNCTL-SELF-SUB
040674         END-IF
040679     END-IF.
040684 1091-EXIT.
040689     EXIT.
040700*----------------------------------------------------------------
040800* 1050-GET-PARAMETERS - LECTURE DU PARM DE DIFFICULTE (JCL/CMD)
040900*                       ET, EVENTUELLEMENT, DU PLAFOND D'ESSAIS
042300             INTO DL100-PARM-DIFFICULTY-TOK
042400                 DL100-PARM-ATTEMPTS-TOK
042500     END-IF.
042510*    UN JOUR DE DEFI, LES REGLAGES DU CALENDRIER S'IMPOSENT A
042520*    TOUS LES JOUEURS : LE PARM N'EST PAS APPLIQUE.
042530     IF DL100-CHALLENGE-DAY
042540         IF DL100-PARM-DIFFICULTY-TOK NOT = SPACES
042550             DISPLAY "Defi du jour : PARM de difficulte ignore."
042560         END-IF
042570         GO TO 1050-EXIT
042580     END-IF.
042600*    LE PARM N'EST PLUS QU'UNE SURCHARGE : SANS MOT DE
042700*    DIFFICULTE, LES REGLAGES DU CALENDRIER (OU LES VALEURS
042800*    PAR DEFAUT) SONT CONSERVES.
046800     END-IF.
046900     MOVE CA-EVENT-FLAG TO DL100-EVENT-FLAG.
047000     MOVE CA-EVENT-TITLE TO DL100-EVENT-TITLE.
047010*    DEFI DU JOUR : MEME NOMBRE POUR TOUS (CF 1058), SAUF EN
047020*    DUEL OU LES DEUX ADVERSAIRES PARTAGENT DEJA LEUR NOMBRE.
047030     IF CA-CHALLENGE-DAY
047040         IF DL100-DUEL-MODE
047050             DISPLAY "Defi du jour : le duel reste hors defi."
047060         ELSE
047070             MOVE "Y" TO DL100-CHALLENGE-SW
047080         END-IF
047090     END-IF.
047100*    UNE PARTIE REPRISE GARDE LA DIFFICULTE ET LE PLAFOND DE LA
047200*    PARTIE D'ORIGINE (CF 1060).
047300     IF DL100-RESUMED-GAME
050600     END-READ.
050700 1056-EXIT.
050800     EXIT.
050805*----------------------------------------------------------------
050810* 1058-DRAW-CHALLENGE - NOMBRE MYSTERE DU DEFI DU JOUR : LE
050815*                       GENERATEUR EST AMORCE AVEC LA DATE DE
050816*                       GESTION PLUS LA CLE DU DEFI DE L'ENTETE
050817*                       RUNCTL, CONNUE DE LA SEULE EXPLOITATION ET
050818*                       LA MEME SUR TOUS LES SITES : TOUTE
050819*                       EXECUTION DU JOUR OBTIENT LE MEME NOMBRE,
050820*                       QUE LA DATE SEULE NE DONNE PAS. RUNCTL
050821*                       PRESENT SANS CLE : DEFI REFUSE (RC 8).
050822*                       SANS RUNCTL (MISE EN PLACE), LA DATE SEULE
050823*                       SERT D'AMORCE.
050824*----------------------------------------------------------------
050825 1058-DRAW-CHALLENGE.
050826     IF DL100-CHALLENGE-KEY = ZERO
050827         IF DL100-RUNCTL-PRESENT
050828             DISPLAY "Cle du defi absente de l'entete RUNCTL : "
050829                 "defi du jour refuse (GGRUNDT PARM CKEY)."
050830             MOVE 8 TO DL100-RC-CANDIDATE
050831             PERFORM 9100-RAISE-RC THRU 9100-EXIT
050832             MOVE "Y" TO DL100-GAME-OVER
050833             GO TO 1058-EXIT
050834         END-IF
050835         DISPLAY "RUNCTL absent : nombre du defi tire sur la "
050836             "seule date."
050837     END-IF.
050838     COMPUTE DL100-RANDOM-SEED =
050839         DL100-CURRENT-DATE + DL100-CHALLENGE-KEY.
050850     COMPUTE DL100-CHALLENGE-NUMBER =
050855         (FUNCTION RANDOM(DL100-RANDOM-SEED)
050860             * DL100-MAX-NUMBER) + 1.
050865 1058-EXIT.
050870     EXIT.
050900*----------------------------------------------------------------
051000* 1060-CHECK-RESTART - RECHERCHE D'UN POINT DE REPRISE EXISTANT
051100*                      ET RESTAURATION DE LA PARTIE INTERROMPUE
054900     END-IF.
055000 1070-EXIT.
055100     EXIT.
062100*----------------------------------------------------------------
062200* 1080-CHECK-TOURNAMENT - LA PREMIERE CARTE DU PAQUET DECIDE DU
062300*                         MODE : UNE CARTE JOUEUR ("P") OUVRE UN
078200*----------------------------------------------------------------
078300 2200-CHECK-ATTEMPTS-LIMIT.
078400     IF DL100-ATTEMPTS >= DL100-MAX-ATTEMPTS
078420         IF DL100-CHALLENGE-DAY
078440             DISPLAY "Tu as perdu - le nombre du defi sera "
078460                 "publie avec le classement."
078480         ELSE
078500             DISPLAY "Tu as perdu, le nombre etait "
078520                 DL100-MYSTERY-NUMBER
078540         END-IF
078700         MOVE "Y" TO DL100-GAME-OVER
078800         MOVE "LOSE" TO DL100-RESULT
078900         PERFORM 2400-WRITE-GAMELOG THRU 2400-EXIT
090200     MOVE DL100-RESULT         TO GL-RESULT.
090300     MOVE DL100-MAX-NUMBER     TO GL-MAX-NUMBER.
090400     MOVE DL100-EVENT-FLAG     TO GL-EVENT-FLAG.
090410     ACCEPT DL100-TIME-OF-DAY FROM TIME.
090420     MOVE DL100-TIME-HHMMSS    TO GL-LOG-TIME.
090425     MOVE DL100-DUEL-ID        TO GL-DUEL-ID.
090430     IF DL100-CHALLENGE-DAY
090440         MOVE "C" TO GL-CHALLENGE-FLAG
090450     ELSE
090460         MOVE SPACE TO GL-CHALLENGE-FLAG
090470     END-IF.
090480     MOVE DL100-SITE-CODE      TO GL-SITE-CODE.
090500     WRITE GAMELOG-RECORD.
090600     IF DL100-GAMELOG-STATUS NOT = "00"
090700         DISPLAY "Ecriture GAMELOG en echec, statut "
092400     MOVE DL100-USER-GUESS     TO GD-GUESS-VALUE.
092500     MOVE DL100-VERDICT-CODE   TO GD-VERDICT.
092600     MOVE DL100-HINT-CODE      TO GD-HINT.
092610*    UNE PARTIE REPRISE SUR POINT DE REPRISE EST TRACEE LIGNE A
092620*    LIGNE (LE NOMBRE MYSTERE ETAIT LISIBLE DANS RESTART).
092630     IF DL100-RESUMED-GAME
092640         MOVE "R" TO GD-RESUME-FLAG
092650     ELSE
092660         MOVE SPACE TO GD-RESUME-FLAG
092670     END-IF.
092675     IF DL100-CHALLENGE-DAY
092680         MOVE "C" TO GD-CHALLENGE-FLAG
092685     ELSE
092690         MOVE SPACE TO GD-CHALLENGE-FLAG
092695     END-IF.
092696     MOVE DL100-SITE-CODE      TO GD-SITE-CODE.
092700     WRITE GAMEDTL-RECORD.
092800     IF DL100-GAMEDTL-STATUS NOT = "00"
092900         DISPLAY "Ecriture GAMEDTL en echec, statut "
093400 2700-EXIT.
093500     EXIT.
093600*----------------------------------------------------------------
093648* 2800-ASSIGN-GAME-SEQ - ATTRIBUTION DU NUMERO DE PARTIE DU JOUR
093696*                        POUR DL100-PLAYER-ID (UNE PARTIE REPRISE
093744*                        CONSERVE LE NUMERO DEJA UTILISE PAR SES
093792*                        PREMIERES PROPOSITIONS)
093840*----------------------------------------------------------------
093888 2800-ASSIGN-GAME-SEQ.
093936     PERFORM 2810-FIND-LAST-SEQ THRU 2810-EXIT.
093984     IF DL100-RESUMED-GAME
094032             AND DL100-LAST-SEQ > ZERO
094080         MOVE DL100-LAST-SEQ TO DL100-GAME-SEQ
094128     ELSE
094176         COMPUTE DL100-GAME-SEQ = DL100-LAST-SEQ + 1
094224     END-IF.
094272 2800-EXIT.
094320     EXIT.
094368*----------------------------------------------------------------
094416* 2810-FIND-LAST-SEQ - DERNIER NUMERO DE PARTIE DU JOUEUR COURANT
094464*                      POUR LA DATE DU JOUR, LU SUR LA CLE DE
094512*                      GAMEDTL : POSITIONNEMENT SUR LA PREMIERE
094560*                      LIGNE DU JOUEUR, PUIS SAUT D'UNE PARTIE A
094608*                      LA SUIVANTE (UNE LECTURE PAR PARTIE)
094656*----------------------------------------------------------------
094704 2810-FIND-LAST-SEQ.
094752     MOVE ZERO TO DL100-LAST-SEQ.
094800     MOVE "N" TO DL100-CHAL-PLAYED-SW.
094848     MOVE "N" TO DL100-GAMEDTL-EOF-SW.
094896     MOVE DL100-CURRENT-DATE TO GD-LOG-DATE.
094944     MOVE DL100-PLAYER-ID TO GD-PLAYER-ID.
094992     MOVE ZERO TO GD-GAME-SEQ GD-GUESS-NO.
095040     START GAMEDTL-FILE KEY IS GREATER THAN GD-KEY
095088         INVALID KEY
095136             GO TO 2810-EXIT
095184     END-START.
095232     PERFORM 2815-READ-NEXT-GAME THRU 2815-EXIT
095280         UNTIL DL100-GAMEDTL-AT-END.
095328 2810-EXIT.
095376     EXIT.
095424*----------------------------------------------------------------
095472* 2815-READ-NEXT-GAME - PREMIERE LIGNE D'UNE PARTIE DU JOUEUR ;
095520*                      TOUTES LES LIGNES D'UNE PARTIE DU DEFI
095568*                      PORTENT LE TOP "C"
095616*----------------------------------------------------------------
095664 2815-READ-NEXT-GAME.
095712     READ GAMEDTL-FILE NEXT
095760         AT END
095808             MOVE "Y" TO DL100-GAMEDTL-EOF-SW
095856             GO TO 2815-EXIT
095904     END-READ.
095952     IF GD-LOG-DATE NOT = DL100-CURRENT-DATE
096000             OR GD-PLAYER-ID NOT = DL100-PLAYER-ID
096048         MOVE "Y" TO DL100-GAMEDTL-EOF-SW
096096         GO TO 2815-EXIT
096144     END-IF.
096192     MOVE GD-GAME-SEQ TO DL100-LAST-SEQ.
096240     IF GD-CHALLENGE-LINE
096288         MOVE "Y" TO DL100-CHAL-PLAYED-SW
096336     END-IF.
096384     MOVE 999 TO GD-GUESS-NO.
096432     START GAMEDTL-FILE KEY IS GREATER THAN GD-KEY
096480         INVALID KEY
096528             MOVE "Y" TO DL100-GAMEDTL-EOF-SW
096576     END-START.
096624 2815-EXIT.
096672     EXIT.
096720*----------------------------------------------------------------
096768* 2820-CHECK-CHALLENGE-ENTRY - UN JOUR DE DEFI, UNE SEULE PARTIE
096816*                              PAR JOUEUR : UNE DEUXIEME PARTIE
096864*                              (DETAIL GAMEDTL DEJA MARQUE "C",
096912*                              Y COMPRIS DANS CE PASSAGE)
096960*                              EST REFUSEE ; UNE PARTIE REPRISE
097008*                              RESTE LA PARTIE D'ORIGINE
097056*----------------------------------------------------------------
097104 2820-CHECK-CHALLENGE-ENTRY.
097152     MOVE "N" TO DL100-CHAL-REFUSED-SW.
097200     IF NOT DL100-CHALLENGE-DAY
097248             OR DL100-RESUMED-GAME
097296         GO TO 2820-EXIT
097344     END-IF.
097392     IF DL100-CHALLENGE-PLAYED
097440         DISPLAY "Defi du jour deja joue par " DL100-PLAYER-ID
097488             " - une seule partie par joueur, partie refusee."
097536         MOVE "Y" TO DL100-CHAL-REFUSED-SW
097584         MOVE "Y" TO DL100-GAME-OVER
097632         MOVE 4 TO DL100-RC-CANDIDATE
097680         PERFORM 9100-RAISE-RC THRU 9100-EXIT
097728         GO TO 2820-EXIT
097776     END-IF.
097824 2820-EXIT.
097872     EXIT.
098000*----------------------------------------------------------------
098100* 2500-WRITE-CHECKPOINT - SAUVEGARDE DU POINT DE REPRISE APRES
098200*                         CHAQUE ESSAI
105700     ADD 1 TO DL100-GAMES-PLAYED.
105800     MOVE DL100-GAMES-PLAYED TO DL100-RECAP-SEQ.
105900     PERFORM 2800-ASSIGN-GAME-SEQ THRU 2800-EXIT.
105910     PERFORM 2820-CHECK-CHALLENGE-ENTRY THRU 2820-EXIT.
105920     IF DL100-CHALLENGE-REFUSED
105930         MOVE ZERO TO DL100-ATTEMPTS
105940         MOVE ZERO TO DL100-MYSTERY-NUMBER
105950         MOVE "REFUSE" TO DL100-RECAP-RESULT
105960         PERFORM 3130-ADD-RECAP THRU 3130-EXIT
105970         PERFORM 3120-SKIP-TO-NEXT-PLAYER THRU 3120-EXIT
105980         GO TO 3100-EXIT
105990     END-IF.
106000     MOVE ZERO TO DL100-ATTEMPTS.
106100     MOVE "N" TO DL100-GAME-OVER.
106200     MOVE "N" TO DL100-HAS-PREVIOUS-SWITCH.
106300     MOVE SPACES TO DL100-RESULT.
106320     IF DL100-CHALLENGE-DAY
106340         MOVE DL100-CHALLENGE-NUMBER TO DL100-MYSTERY-NUMBER
106360     ELSE
106380         COMPUTE DL100-MYSTERY-NUMBER =
106400             (FUNCTION RANDOM * DL100-MAX-NUMBER) + 1
106420     END-IF.
106600     DISPLAY " ".
106700     DISPLAY "--- Partie de " DL100-PLAYER-ID " ---".
106800     PERFORM 2000-PLAY-GAME THRU 2000-EXIT
117900     IF DL100-GAME-OVER = "Y"
118000         GO TO 4000-EXIT
118100     END-IF.
118150*    L'HEURE DU DEBUT DU DUEL L'IDENTIFIE DANS GAMELOG (CF 4300).
118160     ACCEPT DL100-DUEL-ID FROM TIME.
118200     DISPLAY "Duel : " DL100-DU-ID (1) " contre "
118300         DL100-DU-ID (2) " - " DL100-MAX-ATTEMPTS
118400         " essai(s) chacun.".
