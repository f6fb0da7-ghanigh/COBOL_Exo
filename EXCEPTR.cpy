001200* ---------- ---- -----------------------------------------------
001300* 08/22/2026 DL   COPYBOOK INITIAL - CODE MOTIF ET IMAGE DE
001400*                 L'ENREGISTREMENT GAMELOG REJETE.
001420* 10/15/2026 DL   IMAGE GAMELOG PORTEE A 37 OCTETS (HEURE DE FIN
001440*                 DE PARTIE ET TOP DEFI DU JOUR). ENREGISTREMENT
001460*                 PORTE A 41 OCTETS.
001470* 10/15/2026 DL   IMAGE GAMELOG PORTEE A 45 OCTETS (IDENTIFIANT DE
001480*                 DUEL). ENREGISTREMENT PORTE A 49 OCTETS.
001490* 10/15/2026 DL   IMAGE GAMELOG PORTEE A 47 OCTETS (CODE SITE).
001495*                 ENREGISTREMENT PORTE A 51 OCTETS.
001500*----------------------------------------------------------------
001600 01  EXCEPT-RECORD.
001700     05  EX-REASON-CODE         PIC X(04).
001800     05  EX-GAMELOG-DATA        PIC X(47).
