      *> Shared dormant player archive file control entry.
      *> COPY into FILE-CONTROL in any program that archives players
      *> out of JOUEURS.MST or brings an archived player back. Keyed on
      *> the player name like the master. The host program also COPYs
      *> jouarc-ws.cpy.
           SELECT OPTIONAL fichier-archive-joueurs ASSIGN TO "JOUEURS.ARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS arc-nom
               FILE STATUS IS statutArchiveJoueurs.
