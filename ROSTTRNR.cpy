001300*                 DATE D'EFFET DU MOUVEMENT.
001310* 09/02/2026 DL   AJOUT DU CODE SERVICE (RT-DEPT-CODE, COL 45-48)
001320*                 POUR LE CHAMPIONNAT INTER-SERVICES.
001330* 10/15/2026 DL   CARTES DELETE ET CHANGE EGALEMENT PRODUITES
001340*                 PAR GGHRRECN (RAPPROCHEMENT DU PERSONNEL RH).
001400*----------------------------------------------------------------
001500 01  ROSTER-TRAN-RECORD.
001600     05  RT-ACTION              PIC X(08).
