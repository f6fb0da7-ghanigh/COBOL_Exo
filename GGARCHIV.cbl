001992*                 SAUF MOT 'FORCE' EN DEUXIEME POSITION DU PARM
001994*                 (TRACE). LE PASSAGE PROPRE TAMPONNE SA DATE
001996*                 ET SON COMPTEUR DANS RUNCTL.
001997* 10/15/2026 DL   ENREGISTREMENT GAMELOG PORTE A 37 OCTETS (HEURE
001998*                 DE FIN DE PARTIE ET TOP DEFI DU JOUR) : ARCHIVE
001999*                 ET NEWLOG ALIGNES.
002019* 10/15/2026 DL   IDENTIFIANT DE DUEL : GAMELOG A 45 OCTETS.
002039* 10/15/2026 DL   CODE SITE : GAMELOG A 47 OCTETS.
002059*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. IBM-370.
004000 COPY GAMELOGR.
004100 FD  ARCHIVE-FILE
004200     RECORDING MODE IS F.
004300 01  ARCHIVE-RECORD             PIC X(47).
004400 FD  NEWLOG-FILE
004500     RECORDING MODE IS F.
004600 01  NEWLOG-RECORD              PIC X(47).
004610 FD  RUNCTL-FILE
004620     RECORDING MODE IS F.
004630 01  RUNCTL-IO-AREA             PIC X(80).
