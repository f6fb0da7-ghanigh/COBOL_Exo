000100*----------------------------------------------------------------
000200* FEEDCTLR.CPY
000300* ENREGISTREMENT DE CONTROLE D'UN FLUX QUOTIDIEN DE SITE, ECRIT
000400* PAR GGCONSOL (FONCTION SEND) AVEC LES EXTRAITS FEEDLOG ET
000500* FEEDDTL DU SITE, ET RELU AU SITE CENTRAL (FONCTION MERGE) :
000600* NOMBRE D'ENREGISTREMENTS GAMELOG ET GAMEDTL EMIS POUR LA DATE
000700* ET TOTAL DE CONTROLE DES ESSAIS, A RETROUVER A L'OCTET PRES
000800* AVANT INTEGRATION. UN ENREGISTREMENT PAR SITE ET PAR DATE.
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 10/15/2026 DL   COPYBOOK INITIAL - SITE, DATE, COMPTES ET TOTAL
001300*                 DE CONTROLE DU FLUX, HORODATAGE D'EMISSION.
001400*                 80 OCTETS.
001500*----------------------------------------------------------------
001600 01  FEEDCTL-RECORD.
001700     05  FC-SITE-CODE           PIC X(02).
001800     05  FC-FEED-DATE           PIC 9(08).
001900     05  FC-LOG-COUNT           PIC 9(07).
002000     05  FC-DTL-COUNT           PIC 9(07).
002100     05  FC-ATTEMPTS-TOTAL      PIC 9(09).
002200     05  FC-SEND-DATE           PIC 9(08).
002300     05  FC-SEND-TIME           PIC 9(06).
002400     05  FILLER                 PIC X(33).
