000100*----------------------------------------------------------------
000200* AWARDR.CPY
000300* ENREGISTREMENT DU FICHIER AWARDS (REGISTRE DES PRIX REMIS), TENU
000400* PAR GGAWARDS A PARTIR DU CLASSEMENT DE FIN DE MOIS DU MAITRE
000500* SEASON : UN ENREGISTREMENT PAR PRIX, DANS L'ORDRE PERIODE /
000600* PALIER. LE RANG EST CELUI DU GAGNANT AU CLASSEMENT (UN RANG
000700* SUPERIEUR AU PALIER SIGNALE UN JOUEUR MIEUX CLASSE ECARTE OU
000800* DEJA TITULAIRE DE L'OR DU TRIMESTRE). LE SERVICE EST CELUI DU
000900* ROSTER AU JOUR DE LA REMISE, POUR LE BILAN ANNUEL PAR SERVICE ;
001000* LE NOM N'EST PAS CONSERVE, IL EST RELU AU ROSTER. LE FICHIER EST
001100* REECRIT EN ENTIER A CHAQUE REMISE (ANCIEN MAITRE AWARDIN,
001200* NOUVEAU MAITRE AWARDOUT). 80 OCTETS.
001300*----------------------------------------------------------------
001400* DATE       INIT DESCRIPTION
001500* ---------- ---- -----------------------------------------------
001600* 10/15/2026 DL   COPYBOOK INITIAL - PERIODE, PALIER, JOUEUR,
001700*                 SERVICE, RANG, POINTS, VALEUR ET DATE DE REMISE.
001800*----------------------------------------------------------------
001900 01  AWARD-RECORD.
002000     05  AW-PERIOD              PIC 9(06).
002100     05  AW-PERIOD-PARTS REDEFINES AW-PERIOD.
002200         10  AW-PERIOD-YEAR     PIC 9(04).
002300         10  AW-PERIOD-MONTH    PIC 9(02).
002400     05  AW-TIER-SEQ            PIC 9(01).
002500         88  AW-GOLD                       VALUE 1.
002600         88  AW-SILVER                     VALUE 2.
002700         88  AW-BRONZE                     VALUE 3.
002800     05  AW-TIER                PIC X(08).
002900     05  AW-PLAYER-ID           PIC X(08).
003000     05  AW-DEPT-CODE           PIC X(04).
003100     05  AW-RANK                PIC 9(03).
003200     05  AW-POINTS              PIC 9(05).
003300     05  AW-VALUE               PIC 9(05)V99.
003400     05  AW-POST-DATE           PIC 9(08).
003500     05  FILLER                 PIC X(30).
