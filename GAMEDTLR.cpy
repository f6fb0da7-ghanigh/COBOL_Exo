001200* 08/22/2026 DL   COPYBOOK INITIAL - DATE, JOUEUR, NUMERO DE
001300*                 PARTIE DANS L'EXECUTION, NUMERO ET VALEUR DE
001400*                 LA PROPOSITION, VERDICT ET INDICE.
001405* 10/15/2026 DL   AJOUT DE GD-RESUME-FLAG : "R" SUR LES LIGNES
001410*                 JOUEES APRES UNE REPRISE SUR POINT DE REPRISE
001415*                 (RESTART), POUR LE RAPPORT DES PARTIES
001420*                 SUSPECTES GGSUSPCT. ENREGISTREMENT PORTE A 28
001425*                 OCTETS.
001430* 10/15/2026 DL   AJOUT DE GD-CHALLENGE-FLAG : "C" SUR LES LIGNES
001435*                 D'UNE PARTIE DU DEFI DU JOUR (CALENDRIER), POUR
001440*                 QUE GUESSGAME REFUSE UNE DEUXIEME PARTIE DU
001445*                 JOUEUR CE JOUR-LA. ENREGISTREMENT PORTE A 29
001450*                 OCTETS.
001455* 10/15/2026 DL   AJOUT DE GD-SITE-CODE (SITE DE JEU) POUR LA
001460*                 CONSOLIDATION DES DEUX SITES (GGCONSOL).
001465*                 ENREGISTREMENT PORTE A 31 OCTETS.
001470* 10/15/2026 DL   GAMEDTL PASSE EN ORGANISATION INDEXEE : CLE
001475*                 GD-KEY = DATE, JOUEUR, NUMERO DE PARTIE ET
001480*                 NUMERO DE PROPOSITION (UNE LIGNE PAR
001485*                 PROPOSITION). CHARGEMENT/DECHARGEMENT A PLAT
001490*                 PAR GGDTLLOD. LA DECOUPE NE CHANGE PAS.
001500*----------------------------------------------------------------
001600 01  GAMEDTL-RECORD.
001650     05  GD-KEY.
001700         10  GD-LOG-DATE        PIC 9(08).
001800         10  GD-PLAYER-ID       PIC X(08).
001900         10  GD-GAME-SEQ        PIC 9(03).
002000         10  GD-GUESS-NO        PIC 9(03).
002100     05  GD-GUESS-VALUE         PIC 9(03).
002200     05  GD-VERDICT             PIC X(01).
002300         88  GD-TOO-SMALL                  VALUE "P".
002700         88  GD-HINT-WARMER                VALUE "C".
002800         88  GD-HINT-COLDER                VALUE "F".
002900         88  GD-HINT-NONE                  VALUE SPACE.
003000     05  GD-RESUME-FLAG         PIC X(01).
003100         88  GD-RESUMED-LINE               VALUE "R".
003200         88  GD-ORIGINAL-LINE              VALUE SPACE.
003300     05  GD-CHALLENGE-FLAG      PIC X(01).
003400         88  GD-CHALLENGE-LINE             VALUE "C".
003500     05  GD-SITE-CODE           PIC X(02).
