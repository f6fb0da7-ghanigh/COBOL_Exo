000100*----------------------------------------------------------------
000200* RATINGR.CPY
000300* ENREGISTREMENT DU FICHIER RATING (COTE DE NIVEAU ELO PAR
000400* JOUEUR), FICHIER INDEXE DE CLE RA-PLAYER-ID. MIS A JOUR CHAQUE
000500* NUIT PAR GGRATING A PARTIR DU FICHIER CLEANLOG PRODUIT PAR
000600* GGAUDIT : LES DUELS FONT BOUGER LES DEUX COTES L'UNE CONTRE
000700* L'AUTRE, LES PARTIES SOLO SONT COTEES CONTRE LE PAR (NOMBRE
000800* D'ESSAIS DE LA DICHOTOMIE POUR LA PLAGE GL-MAX-NUMBER). LA
000900* DATE DE DERNIERE PARTIE COTEE (RA-LAST-DATE) REND LE PASSAGE
001000* NOCTURNE REJOUABLE COMME POUR SEASON. LA COTE RESTE
001100* PROVISOIRE TANT QUE LE JOUEUR A PEU DE PARTIES COTEES.
001200*----------------------------------------------------------------
001300* DATE       INIT DESCRIPTION
001400* ---------- ---- -----------------------------------------------
001500* 10/15/2026 DL   COPYBOOK INITIAL - JOUEUR, COTE, COTE MAXIMALE,
001600*                 PARTIES COTEES (SOLO, DUELS, DUELS GAGNES),
001700*                 DERNIERE VARIATION, DERNIERE DATE COTEE ET TOP
001800*                 PROVISOIRE. ENREGISTREMENT DE 58 OCTETS.
001900*----------------------------------------------------------------
002000 01  RATING-RECORD.
002100     05  RA-PLAYER-ID           PIC X(08).
002200     05  RA-RATING              PIC 9(04).
002300     05  RA-PEAK-RATING         PIC 9(04).
002400     05  RA-GAMES-RATED         PIC 9(05).
002500     05  RA-SOLO-GAMES          PIC 9(05).
002600     05  RA-DUEL-GAMES          PIC 9(05).
002700     05  RA-DUEL-WINS           PIC 9(05).
002800     05  RA-LAST-CHANGE         PIC S9(04).
002900     05  RA-LAST-DATE           PIC 9(08).
003000     05  RA-PROVISIONAL-FLAG    PIC X(01).
003100         88  RA-PROVISIONAL                VALUE "P".
003200         88  RA-ESTABLISHED                VALUE "E".
003300     05  FILLER                 PIC X(09).
