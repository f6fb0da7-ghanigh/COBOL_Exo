000100*----------------------------------------------------------------
000200* HRPERSR.CPY
000300* ENREGISTREMENT DE L'EXTRACTION NOCTURNE DU FICHIER DU PERSONNEL
000400* (SERVICE RH), RAPPROCHEE DU ROSTER PAR GGHRRECN. UN
000500* ENREGISTREMENT PAR SALARIE, 80 OCTETS :
000600*   COL 01-08  MATRICULE (= IDENTIFIANT DU JOUEUR AU ROSTER)
000700*   COL 09-38  NOM ET PRENOM
000800*   COL 39-42  CODE SERVICE
000900*   COL 43-50  DATE D'EFFET DU SERVICE AAAAMMJJ (MUTATION)
001000*   COL 51-58  DATE DE SORTIE AAAAMMJJ (BLANC OU ZERO = PRESENT)
001100*----------------------------------------------------------------
001200* DATE       INIT DESCRIPTION
001300* ---------- ---- -----------------------------------------------
001400* 10/15/2026 DL   COPYBOOK INITIAL - MATRICULE, NOM, SERVICE ET
001500*                 DATE D'EFFET, DATE DE SORTIE.
001600*----------------------------------------------------------------
001700 01  HR-PERSON-RECORD.
001800     05  HP-EMP-ID              PIC X(08).
001900     05  HP-EMP-NAME            PIC X(30).
002000     05  HP-DEPT-CODE           PIC X(04).
002100     05  HP-DEPT-EFF-DATE       PIC X(08).
002200     05  HP-LEAVE-DATE          PIC X(08).
002300     05  FILLER                 PIC X(22).
