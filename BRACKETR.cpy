000100*----------------------------------------------------------------
000200* BRACKETR.CPY
000300* ENREGISTREMENT DU FICHIER BRACKET (TABLEAU A ELIMINATION
000400* DIRECTE DE LA COUPE DE FIN D'ANNEE), TENU PAR GGBRACKT : UN
000500* ENREGISTREMENT ENTETE "H" DECRIT LA COUPE (REGLAGES DES DUELS,
000600* TAILLE DU TABLEAU, TOUR EN COURS, VAINQUEUR), PUIS UN
000700* ENREGISTREMENT "M" PAR MATCH, DANS L'ORDRE TOUR / MATCH. LE
000800* MATCH GARDE LA DATE D'EMISSION DE SON PAQUET DE DUEL ET LA
000900* DATE/IDENTIFIANT/SITE DU DERNIER DUEL PRIS EN COMPTE : SEULS
001000* LES DUELS POSTERIEURS SONT LUS DANS CLEANLOG, CE QUI REND CHAQUE
001100* PASSAGE REJOUABLE. LE FICHIER EST REECRIT EN ENTIER A CHAQUE
001200* PASSAGE (ANCIEN MAITRE BRACKIN, NOUVEAU MAITRE BRACKOUT).
001300*----------------------------------------------------------------
001400* DATE       INIT DESCRIPTION
001500* ---------- ---- -----------------------------------------------
001600* 10/15/2026 DL   COPYBOOK INITIAL - ENTETE DE COUPE ET MATCHS,
001700*                 80 OCTETS.
001720* 10/15/2026 DL   AJOUT DE BR-LAST-DUEL-SITE : LE DERNIER DUEL
001740*                 PRIS EN COMPTE EST REPERE PAR DATE, IDENTIFIANT
001760*                 ET SITE (DEUX SITES PEUVENT PRODUIRE LE MEME
001780*                 IDENTIFIANT LE MEME JOUR). PRIS SUR LE FILLER.
001800*----------------------------------------------------------------
001900 01  BRACKET-RECORD.
002000     05  BR-RECORD-TYPE         PIC X(01).
002100         88  BR-HEADER-REC                 VALUE "H".
002200         88  BR-MATCH-REC                  VALUE "M".
002300     05  BR-HEADER-DATA.
002400         10  BR-CUP-ID          PIC X(08).
002500         10  BR-DIFFICULTY      PIC X(06).
002600         10  BR-MAX-ATTEMPTS    PIC 9(02).
002700         10  BR-FIELD-SIZE      PIC 9(03).
002800         10  BR-BRACKET-SIZE    PIC 9(03).
002900         10  BR-ROUNDS          PIC 9(02).
003000         10  BR-CURRENT-ROUND   PIC 9(02).
003100         10  BR-CUP-STATUS      PIC X(01).
003200             88  BR-CUP-OPEN               VALUE "O".
003300             88  BR-CUP-COMPLETE           VALUE "C".
003400         10  BR-CHAMPION-ID     PIC X(08).
003500         10  BR-SEED-DATE       PIC 9(08).
003600         10  BR-SEASON-START    PIC 9(08).
003700         10  FILLER             PIC X(28).
003800     05  BR-MATCH-DATA REDEFINES BR-HEADER-DATA.
003900         10  BR-ROUND           PIC 9(02).
004000         10  BR-MATCH-NO        PIC 9(03).
004100         10  BR-SEED-1          PIC 9(03).
004200         10  BR-PLAYER-1        PIC X(08).
004300         10  BR-SEED-2          PIC 9(03).
004400         10  BR-PLAYER-2        PIC X(08).
004500         10  BR-WINNER-ID       PIC X(08).
004600         10  BR-MATCH-STATUS    PIC X(01).
004700             88  BR-MATCH-PENDING          VALUE "P".
004800             88  BR-MATCH-ISSUED           VALUE "D".
004900             88  BR-MATCH-REPLAY           VALUE "R".
005000             88  BR-MATCH-WON              VALUE "W".
005100             88  BR-MATCH-FORFEIT          VALUE "F".
005200             88  BR-MATCH-BYE              VALUE "B".
005300             88  BR-MATCH-DECIDED          VALUE "W" "F" "B".
005400         10  BR-REPLAYS         PIC 9(02).
005500         10  BR-DECK-DATE       PIC 9(08).
005600         10  BR-LAST-DUEL-DATE  PIC 9(08).
005700         10  BR-LAST-DUEL-ID    PIC 9(08).
005800         10  BR-LAST-DUEL-SITE  PIC X(02).
005900         10  FILLER             PIC X(15).
