001384*                 CARTES GGROSTER, ROULE PAR EQUIPE DANS GGTEAM
001386*                 ET REPORTE DANS L'EXTRACTION INTRANET.
001388*                 L'ENREGISTREMENT PASSE DE 45 A 49 OCTETS.
001390* 10/15/2026 DL   GGANONYM RECREE LES RADIES AU-DELA DE LA DUREE
001392*                 DE RETENTION SOUS UN JETON "ANONNNNN", NOM A
001394*                 BLANC, STATUT, DATES ET SERVICE CONSERVES.
001400*----------------------------------------------------------------
001500 01  ROSTER-RECORD.
001600     05  RO-PLAYER-ID           PIC X(08).
