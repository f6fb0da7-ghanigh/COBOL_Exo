000896*                 PARTIE. L'ENREGISTREMENT PASSE DE 26 A 29
000898*                 OCTETS.
000899* 08/22/2026 DL   AJOUT DE GL-EVENT-FLAG (TOP EVENEMENT DU
000903*                 CALENDRIER DU CONCOURS, "D" = JOURNEE DOUBLE
000907*                 POINTS) POUR QUE LES RAPPORTS PUISSENT NOTER
000911*                 LES JOURS SPECIAUX DIFFEREMMENT. ENREGISTREMENT
000915*                 PORTE A 30 OCTETS.
000919* 10/15/2026 DL   AJOUT DE GL-LOG-TIME (HEURE DE FIN DE PARTIE
000923*                 HHMMSS) ET DE GL-CHALLENGE-FLAG ("C" = PARTIE
000927*                 DU DEFI DU JOUR, MEME NOMBRE MYSTERE POUR TOUS)
000931*                 POUR LE CLASSEMENT DU DEFI (GGCHALNG).
000935*                 ENREGISTREMENT PORTE A 37 OCTETS.
000939* 10/15/2026 DL   AJOUT DE GL-DUEL-ID (HEURE HHMMSSCC DU DEBUT
000943*                 DU DUEL, ZERO HORS DUEL) PORTE PAR LES DEUX
000947*                 ENREGISTREMENTS D'UN MEME DUEL POUR QUE LA
000951*                 COTE ELO (GGRATING) LES APPARIE SUR LA DATE
000955*                 ET CET IDENTIFIANT. ENREGISTREMENT PORTE A 45
000959*                 OCTETS.
000963* 10/15/2026 DL   AJOUT DE GL-SITE-CODE (SITE DE JEU, REPRIS DE
000967*                 L'ENTETE RUNCTL DU SITE) : LES FLUX DES DEUX
000971*                 SITES RESTENT DISTINCTS UNE FOIS CONSOLIDES
000975*                 DANS LE GAMELOG CENTRAL (GGCONSOL).
000979*                 ENREGISTREMENT PORTE A 47 OCTETS.
000983*----------------------------------------------------------------
001000 01  GAMELOG-RECORD.
001100     05  GL-LOG-DATE            PIC 9(08).
001150     05  GL-PLAYER-ID           PIC X(08).
001400     05  GL-RESULT              PIC X(04).
001500     05  GL-MAX-NUMBER          PIC 9(03).
001600     05  GL-EVENT-FLAG          PIC X(01).
001700     05  GL-LOG-TIME            PIC 9(06).
001800     05  GL-CHALLENGE-FLAG      PIC X(01).
001900         88  GL-CHALLENGE-GAME             VALUE "C".
002000     05  GL-DUEL-ID             PIC 9(08).
002100     05  GL-SITE-CODE           PIC X(02).
