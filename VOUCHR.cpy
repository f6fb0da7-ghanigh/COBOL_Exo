000100*----------------------------------------------------------------
000200* VOUCHR.CPY
000300* ENREGISTREMENT DE L'EXTRACTION DES BONS D'ACHAT, AU FORMAT DU
000400* SYSTEME DES CARTES CADEAUX DU SERVICE RH : UN ENTETE "H"
000500* (SYSTEME EMETTEUR, DATE DE CREATION, PERIODE), UN DETAIL "D" PAR
000600* BON (MATRICULE = IDENTIFIANT DU JOUEUR, NOM, SERVICE, MONTANT,
000700* DEVISE, MOTIF) PUIS UN ENREGISTREMENT DE FIN "T" (NOMBRE DE
000800* DETAILS ET MONTANT TOTAL, CONTROLES A LA RECEPTION). ECRITE PAR
000900* GGAWARDS A CHAQUE REMISE. 80 OCTETS.
001000*----------------------------------------------------------------
001100* DATE       INIT DESCRIPTION
001200* ---------- ---- -----------------------------------------------
001300* 10/15/2026 DL   COPYBOOK INITIAL.
001400*----------------------------------------------------------------
001500 01  VOUCHER-RECORD.
001600     05  VC-RECORD-TYPE         PIC X(01).
001700         88  VC-HEADER-REC                 VALUE "H".
001800         88  VC-DETAIL-REC                 VALUE "D".
001900         88  VC-TRAILER-REC                VALUE "T".
002000     05  VC-HEADER-DATA.
002100         10  VC-SOURCE-SYSTEM   PIC X(08).
002200         10  VC-CREATE-DATE     PIC 9(08).
002300         10  VC-PERIOD          PIC 9(06).
002400         10  FILLER             PIC X(57).
002500     05  VC-DETAIL-DATA REDEFINES VC-HEADER-DATA.
002600         10  VC-EMP-ID          PIC X(08).
002700         10  VC-EMP-NAME        PIC X(30).
002800         10  VC-DEPT-CODE       PIC X(04).
002900         10  VC-AMOUNT          PIC 9(05)V99.
003000         10  VC-CURRENCY        PIC X(03).
003100         10  VC-REASON          PIC X(20).
003200         10  FILLER             PIC X(07).
003300     05  VC-TRAILER-DATA REDEFINES VC-HEADER-DATA.
003400         10  VC-DETAIL-COUNT    PIC 9(05).
003500         10  VC-TOTAL-AMOUNT    PIC 9(07)V99.
003600         10  FILLER             PIC X(65).
