000100*----------------------------------------------------------------
000200* ANONCTLR.CPY
000300* TOTAUX DE CONTROLE AVANT/APRES DE L'ANONYMISATION D'UN FICHIER
000400* (GGANONYM FONCTION APPLY), CUMULES ETAPE PAR ETAPE DANS LE
000500* FICHIER ANONCTL ET REPRIS PAR LA FONCTION CERTIFY DANS LE
000600* CERTIFICAT. UN ENREGISTREMENT PAR FICHIER TRAITE (ET PAR
000700* GENERATION D'ARCHIVE) :
000800* - ENREGISTREMENTS LUS AVANT ET APRES ;
000900* - ENREGISTREMENTS SOUS IDENTIFIANT D'ORIGINE AVANT ET APRES
001000*   (ZERO ATTENDU APRES) ;
001100* - ENREGISTREMENTS SOUS JETON AVANT ET APRES ;
001200* - TOTAL DE CONTROLE DU FICHIER AVANT ET APRES (ESSAIS GAMELOG,
001300*   VALEURS PROPOSEES GAMEDTL, POINTS SEASON, RADIES ROSTER) ;
001400* - ECARTS DE CUMUL PAR JOUEUR ENTRE IDENTIFIANT ET JETON.
001500* 80 OCTETS.
001600*----------------------------------------------------------------
001700* DATE       INIT DESCRIPTION
001800* ---------- ---- -----------------------------------------------
001900* 10/15/2026 DL   COPYBOOK INITIAL.
002000*----------------------------------------------------------------
002100 01  ANONCTL-RECORD.
002200     05  AC-FILE-KIND           PIC X(08).
002300     05  AC-GEN-LABEL           PIC X(04).
002400     05  AC-RECS-BEFORE         PIC 9(07).
002500     05  AC-RECS-AFTER          PIC 9(07).
002600     05  AC-OLD-BEFORE          PIC 9(07).
002700     05  AC-OLD-AFTER           PIC 9(07).
002800     05  AC-TOKEN-BEFORE        PIC 9(07).
002900     05  AC-TOKEN-AFTER         PIC 9(07).
003000     05  AC-TOTAL-BEFORE        PIC 9(09).
003100     05  AC-TOTAL-AFTER         PIC 9(09).
003200     05  AC-PLAYER-ERRORS       PIC 9(05).
003300     05  AC-BALANCED-FLAG       PIC X(01).
003400         88  AC-BALANCED                   VALUE "Y".
003500     05  FILLER                 PIC X(02).
