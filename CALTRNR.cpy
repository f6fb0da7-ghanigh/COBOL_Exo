000100*----------------------------------------------------------------
000200* CALTRNR.CPY
000300* CARTE DE MOUVEMENT DU FICHIER CALENDAR, APPLIQUEE PAR GGCALEND.
000400* APRES L'ACTION, LA CARTE REPREND COLONNE POUR COLONNE LA LIGNE
000500* DU CALENDRIER (CF CALENDR) :
000600*   COL 01-08  ACTION      (ADD / CHANGE / DELETE)
000700*   COL 09-16  DATE DU CONCOURS AAAAMMJJ (CLE)
000800*   COL 17-22  DIFFICULTE  (EASY / MEDIUM / HARD)
000900*   COL 23-25  PLAFOND D'ESSAIS (AU MOINS LE MINIMUM DE LA
001000*              DICHOTOMIE POUR LA PLAGE DE LA DIFFICULTE)
001100*   COL 26     TOP EVENEMENT (D = DOUBLE POINTS, N = NORMAL)
001200*   COL 27-56  TITRE DU CONCOURS A THEME
001300*   COL 57     TOP DEFI DU JOUR (C = DEFI, N = ORDINAIRE)
001400* ADD : DIFFICULTE ET PLAFOND OBLIGATOIRES, TOPS A BLANC = "N".
001500* CHANGE : UNE ZONE A BLANC EST CONSERVEE. DELETE : DATE SEULE.
001600*----------------------------------------------------------------
001700* DATE       INIT DESCRIPTION
001800* ---------- ---- -----------------------------------------------
001900* 10/15/2026 DL   COPYBOOK INITIAL.
002000*----------------------------------------------------------------
002100 01  CALENDAR-TRAN-RECORD.
002200     05  CT-ACTION              PIC X(08).
002300     05  CT-DATE                PIC X(08).
002400     05  CT-DIFFICULTY          PIC X(06).
002500     05  CT-MAX-ATTEMPTS        PIC X(03).
002600     05  CT-EVENT-FLAG          PIC X(01).
002700     05  CT-EVENT-TITLE         PIC X(30).
002800     05  CT-CHALLENGE-FLAG      PIC X(01).
002900     05  FILLER                 PIC X(23).
