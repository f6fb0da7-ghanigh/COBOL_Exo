000100*----------------------------------------------------------------
000200* ANONMAPR.CPY
000300* TABLE DE CORRESPONDANCE DE L'ANONYMISATION DES JOUEURS RADIES
000400* (GGANONYM) : UN ENREGISTREMENT D'ENTETE "H" (DATE DE SELECTION,
000500* RETENTION, DATE PIVOT, NOMBRE DE JOUEURS RETENUS ET DIFFERES)
000600* PUIS UN ENREGISTREMENT "M" PAR JOUEUR, DANS L'ORDRE DES
000700* IDENTIFIANTS D'ORIGINE : IDENTIFIANT, JETON ATTRIBUE, DATE DE
000800* FIN ET SERVICE AU ROSTER. ECRITE PAR LA FONCTION SELECT, RELUE
000900* PAR APPLY ET CERTIFY, DETRUITE EN FIN DE JOB APRES CERTIFICAT.
001000* 80 OCTETS.
001100*----------------------------------------------------------------
001200* DATE       INIT DESCRIPTION
001300* ---------- ---- -----------------------------------------------
001400* 10/15/2026 DL   COPYBOOK INITIAL.
001500*----------------------------------------------------------------
001600 01  ANONMAP-RECORD.
001700     05  AM-RECORD-TYPE         PIC X(01).
001800         88  AM-HEADER-REC                 VALUE "H".
001900         88  AM-MAP-REC                    VALUE "M".
002000     05  AM-HEADER-DATA.
002100         10  AM-SELECT-DATE     PIC 9(08).
002200         10  AM-RETENTION-DAYS  PIC 9(04).
002300         10  AM-CUTOFF-DATE     PIC 9(08).
002400         10  AM-PLAYER-COUNT    PIC 9(05).
002500         10  AM-DEFERRED-COUNT  PIC 9(05).
002600         10  FILLER             PIC X(49).
002700     05  AM-MAP-DATA REDEFINES AM-HEADER-DATA.
002800         10  AM-OLD-ID          PIC X(08).
002900         10  AM-TOKEN           PIC X(08).
003000         10  AM-END-DATE        PIC 9(08).
003100         10  AM-DEPT-CODE       PIC X(04).
003200         10  FILLER             PIC X(51).
