001100* ---------- ---- -----------------------------------------------
001200* 08/22/2026 DL   COPYBOOK INITIAL - DATE, DIFFICULTE, PLAFOND
001300*                 D'ESSAIS, TOP EVENEMENT ET TITRE DU JOUR.
001310* 10/15/2026 DL   AJOUT DE CA-CHALLENGE-FLAG ("C" = DEFI DU JOUR :
001320*                 MEME NOMBRE MYSTERE POUR TOUS LES JOUEURS, UNE
001330*                 SEULE PARTIE COMPTEE PAR JOUEUR, CLASSEMENT
001340*                 GGCHALNG). ENREGISTREMENT PORTE A 49 OCTETS.
001342* 10/15/2026 DL   MAINTENANCE PAR CARTES ET CONTROLE DU MOIS A
001344*                 VENIR PAR GGCALEND (JOB GGCALJC) AU LIEU DU
001346*                 CHARGEMENT DU MOIS A L'EDITEUR.
001400*----------------------------------------------------------------
001500 01  CALENDAR-RECORD.
001600     05  CA-DATE                PIC 9(08).
002000         88  CA-DOUBLE-POINTS              VALUE "D".
002100         88  CA-NORMAL-DAY                 VALUE "N".
002200     05  CA-EVENT-TITLE         PIC X(30).
002300     05  CA-CHALLENGE-FLAG      PIC X(01).
002400         88  CA-CHALLENGE-DAY              VALUE "C".
002500         88  CA-ORDINARY-DAY               VALUE "N".
