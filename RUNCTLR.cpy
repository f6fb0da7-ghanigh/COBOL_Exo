002100*                 LANCEE AVANT L'AUDIT).
002110* 09/02/2026 DL   AVANCE DE LA DATE DE GESTION PAR GGRUNDT EN
002120*                 TETE DE CYCLE (JOB GGRUNDJC).
002130* 10/15/2026 DL   ENTETE : CODE DU SITE DONT LE FICHIER PILOTE
002140*                 LA CHAINE (REPORTE PAR GUESSGAME DANS GAMELOG
002150*                 ET GAMEDTL) ET, AU SITE CENTRAL, LISTE DES
002160*                 SITES DONT LE FLUX QUOTIDIEN EST ATTENDU PAR
002170*                 LA CONSOLIDATION GGCONSOL. GGCONSOL TAMPONNE
002180*                 UN ENREGISTREMENT "GGCONS" + CODE SITE PAR
002181*                 FLUX INTEGRE ; GGAUDIT NE DECLARE PAS LA DATE
002182*                 EQUILIBREE SI UN FLUX ATTENDU MANQUE.
002183* 10/15/2026 DL   ENREGISTREMENT "GGCALEND" : MOIS CONTROLE DU
002184*                 CALENDRIER (AAAAMM01), LIGNES DU MOIS, TOP
002185*                 EQUILIBRE = MOIS VALIDE. GGRUNDT REFUSE D'OUVRIR
002186*                 UN MOIS SANS CE TAMPON EQUILIBRE.
002187* 10/15/2026 DL   TOP EQUILIBRE "F" SUR L'ENREGISTREMENT GGAUDIT :
002188*                 DATE NON EQUILIBREE POUR LA SEULE RAISON D'UN
002189*                 FLUX DE SITE ATTENDU MANQUANT. CE PASSAGE EST LE
002190*                 SEUL QUE GGAUDIT LAISSE REPRENDRE SANS FORCE.
002191* 10/15/2026 DL   ENTETE : CLE DU DEFI DU JOUR (RC-CHALLENGE-KEY,
002192*                 8 CHIFFRES) FIXEE PAR GGRUNDT PARM 'CKEY', LA
002193*                 MEME SUR TOUS LES SITES. GUESSGAME AMORCE LE
002194*                 TIRAGE DU NOMBRE DU DEFI AVEC LA DATE DE GESTION
002195*                 ET CETTE CLE, CONNUE DE LA SEULE EXPLOITATION.
002200*----------------------------------------------------------------
002300 01  RUNCTL-RECORD.
002400     05  RC-RECORD-TYPE         PIC X(01).
002600         88  RC-PROGRAM-REC                VALUE "P".
002700     05  RC-HEADER-DATA.
002800         10  RC-BUSINESS-DATE   PIC 9(08).
002810         10  RC-SITE-CODE       PIC X(02).
002820         10  RC-FEED-SITES.
002830             15  RC-FEED-SITE   PIC X(02)  OCCURS 4 TIMES.
002880         10  RC-CHALLENGE-KEY   PIC 9(08).
002930         10  FILLER             PIC X(53).
003000     05  RC-PROGRAM-DATA REDEFINES RC-HEADER-DATA.
003100         10  RC-PROGRAM-NAME    PIC X(08).
003200         10  RC-LAST-RUN-DATE   PIC 9(08).
003400         10  RC-CONTROL-COUNT   PIC 9(07).
003500         10  RC-BALANCED-FLAG   PIC X(01).
003600             88  RC-RUN-BALANCED           VALUE "Y".
003650             88  RC-RUN-FEED-PENDING       VALUE "F".
003700         10  RC-FORCED-FLAG     PIC X(01).
003800             88  RC-RUN-FORCED             VALUE "Y".
003900         10  FILLER             PIC X(50).
